000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART123.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - QUARTERLY EC SALES LISTING. FOR *
000600*              THE QUARTER (ECSLQTR ENV VAR, YYYY-QN, DEFAULT =  *
000700*              THE QUARTER BEFORE TODAY'S) TOTALS THE NET OF THE *
000800*              REVERSE-CHARGED LINES (NO TAX_AMOUNT) SOLD TO     *
000900*              CUSTOMERS WITH AN EU VAT NUMBER AND A COUNTRY     *
001000*              OTHER THAN FRANCE, RETURNS DEDUCTED, PER CUSTOMER *
001100*              VAT NUMBER, AND WRITES THEM ON FICECSL IN THE     *
001200*              FILING LAYOUT - A HEADER WITH OUR VAT NUMBER      *
001300*              (ECSLVATNO) AND THE PERIOD, ONE DETAIL PER VAT    *
001400*              NUMBER IN WHOLE EUROS, AND A TRAILER WITH THE     *
001500*              COUNT AND TOTAL. A VAT NUMBER NETTING TO ZERO IS  *
001600*              LEFT OFF.                                         *
001620* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001640*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001660*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001680*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001682* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001684*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001686*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001688*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001690*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001692*              FOR THE PART131 REPORT.                           *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
002100     DECIMAL-POINT IS COMMA.
002200
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OUTECSL ASSIGN TO FICECSL.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD OUTECSL.
003000 01 ENR-OUTECSL        PIC X(80).
003100
003200 WORKING-STORAGE SECTION.
003300     EXEC SQL
003400        INCLUDE SQLCA
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE CUSTOMER
003800     END-EXEC.
003900
004000******************************************************
004100*** NET CROSS-BORDER SALES PER CUSTOMER VAT NUMBER  ***
004200*** FOR THE QUARTER - ONLY REVERSE-CHARGED LINES,   ***
004300*** RETURNS ('R') DEDUCTED. BRANCHES SHARING A VAT  ***
004400*** NUMBER ARE DECLARED TOGETHER.                   ***
004500******************************************************
004600     EXEC SQL
004700        DECLARE CECSL CURSOR
004800        FOR
004900        SELECT C.VAT_NO,
005000               SUM(CASE WHEN I.ITEM_TYPE = 'R'
005100                        THEN 0 - I.QUANTITY * I.PRICE
005200                        ELSE I.QUANTITY * I.PRICE
005300                   END)
005400        FROM API5.ITEMS I
005500        JOIN API5.ORDERS O
005600        ON I.O_NO = O.O_NO
005700        JOIN API5.CUSTOMERS C
005800        ON O.C_NO = C.C_NO
005900        WHERE O.O_DATE >= :WS-DATE-FROM
006000        AND   O.O_DATE <= :WS-DATE-TO
006100        AND   COALESCE(C.VAT_NO, ' ') <> ' '
006200        AND   COALESCE(C.COUNTRY, 'FR') <> :WS-HOME-COUNTRY
006300        AND   I.TAX_AMOUNT = 0
006400        GROUP BY C.VAT_NO
006500        ORDER BY C.VAT_NO
006600     END-EXEC.
006700
006800 77 WS-HOME-COUNTRY    PIC X(2) VALUE 'FR'.
006900 77 WS-QTR-PARM        PIC X(7).
007000 77 WS-ECSL-QTR        PIC X(7).
007100 77 WS-QTR-YEAR        PIC 9(4).
007200 77 WS-QTR-NO          PIC 9(1).
007300 77 WS-QTR-MONTH       PIC 9(2).
007400 77 WS-QTR-REM         PIC 9(2).
007500 77 WS-DATE-FROM       PIC X(10).
007600 77 WS-DATE-TO         PIC X(10).
007700 77 WS-TODAY-RAW       PIC X(08).
007750 77 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
007758 77 PARMGET            PIC X(8) VALUE 'PARMGET'.
007766 77 WS-PGET-PROGID     PIC X(8) VALUE 'PART123'.
007774 77 WS-PGET-NAME       PIC X(12).
007782 77 WS-PGET-VALUE      PIC X(40).
007790 77 WS-PGET-RETCODE    PIC S9(4) COMP.
007800 77 WS-OWN-VAT-NO      PIC X(14).
007900 77 WS-NET-AMOUNT      PIC S9(11)V99 COMP-3.
008000 77 WS-NET-EUROS       PIC S9(11) COMP-3.
008100 77 WS-TOT-EUROS       PIC S9(13) COMP-3 VALUE ZERO.
008200 77 WS-CNT-DECLARED    PIC 9(5) VALUE ZERO.
008300 77 WS-CNT-ZERO        PIC 9(5) VALUE ZERO.
008400 77 WS-LIST-DONE       PIC X VALUE 'N'.
008500    88 LIST-DONE         VALUE 'O'.
008600    88 LIST-NOT-DONE     VALUE 'N'.
008700 77 WS-PARM-SW         PIC X VALUE 'O'.
008800    88 PARM-VALID        VALUE 'O'.
008900    88 PARM-INVALID      VALUE 'N'.
009000
009100******************************************************
009200*** FILING LAYOUT - ONE HEADER, ONE DETAIL PER      ***
009300*** CUSTOMER VAT NUMBER (COUNTRY PREFIX APART,      ***
009400*** AMOUNT IN WHOLE EUROS WITH ITS SIGN, SUPPLY     ***
009500*** INDICATOR '0' = GOODS), ONE TRAILER.            ***
009600******************************************************
009700 01 L-ECSL-HEADER.
009800    05 FILLER         PIC X(1)  VALUE 'H'.
009900    05 HDR-VAT-NO     PIC X(14).
010000    05 HDR-YEAR       PIC 9(4).
010100    05 FILLER         PIC X(1)  VALUE 'Q'.
010200    05 HDR-QUARTER    PIC 9(1).
010300    05 HDR-CREATED    PIC X(8).
010400    05 FILLER         PIC X(51) VALUE SPACE.
010500 01 L-ECSL-DETAIL.
010600    05 FILLER         PIC X(1)  VALUE 'D'.
010700    05 DET-LINE-NO    PIC 9(5).
010800    05 DET-COUNTRY    PIC X(2).
010900    05 DET-VAT-NO     PIC X(12).
011000    05 DET-SIGN       PIC X(1).
011100    05 DET-AMOUNT     PIC 9(11).
011200    05 DET-INDICATOR  PIC X(1)  VALUE '0'.
011300    05 FILLER         PIC X(47) VALUE SPACE.
011400 01 L-ECSL-TRAILER.
011500    05 FILLER         PIC X(1)  VALUE 'T'.
011600    05 TRL-COUNT      PIC 9(5).
011700    05 TRL-SIGN       PIC X(1).
011800    05 TRL-AMOUNT     PIC 9(13).
011900    05 FILLER         PIC X(60) VALUE SPACE.
012000
012100 PROCEDURE DIVISION.
012200     PERFORM INITIALIZE-PARAMETERS
012300     IF PARM-INVALID
012400        DISPLAY 'PART123 : ECSLQTR INVALIDE (AAAA-TN) : '
012500                WS-QTR-PARM
012600        MOVE 8 TO RETURN-CODE
012700        GOBACK
012800     END-IF
012900
013000     OPEN OUTPUT OUTECSL
013100     WRITE ENR-OUTECSL FROM L-ECSL-HEADER
013200
013300     SET LIST-NOT-DONE TO TRUE
013400     EXEC SQL
013500        OPEN CECSL
013600     END-EXEC
013700     PERFORM TEST-SQLCODE
013800     PERFORM LIST-ONE-VAT-NO UNTIL LIST-DONE
013900     EXEC SQL
014000        CLOSE CECSL
014100     END-EXEC
014200     PERFORM TEST-SQLCODE
014300
014400     PERFORM WRITE-TRAILER
014500     CLOSE OUTECSL
014600
014700     DISPLAY '===================================='
014800     DISPLAY 'PART123 EC SALES LISTING'
014900     DISPLAY 'QUARTER              : ' WS-ECSL-QTR
015000     DISPLAY 'PERIOD               : ' WS-DATE-FROM ' - '
015100             WS-DATE-TO
015200     DISPLAY 'VAT NUMBERS DECLARED : ' WS-CNT-DECLARED
015300     DISPLAY 'NETTING TO ZERO      : ' WS-CNT-ZERO
015400     DISPLAY 'TOTAL DECLARED (EUR) : ' TRL-SIGN TRL-AMOUNT
015500     DISPLAY '===================================='
015600     GOBACK.
015700
015800******************************************************
015900*** ECSLQTR (YYYY-QN) NAMES THE QUARTER; BY DEFAULT ***
016000*** THE LISTING IS FILED FOR THE QUARTER JUST       ***
016100*** ENDED. ECSLVATNO IS OUR OWN VAT NUMBER FOR THE  ***
016200*** HEADER.                                         ***
016300******************************************************
016400 INITIALIZE-PARAMETERS.
016500     SET PARM-VALID TO TRUE
016600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016650     CALL RUNDATE USING WS-TODAY-RAW
016700     MOVE SPACES TO WS-QTR-PARM
016800     MOVE 'ECSLQTR' TO WS-PGET-NAME
016833     PERFORM GET-RUN-PARM
016866     MOVE WS-PGET-VALUE TO WS-QTR-PARM
016900     IF WS-QTR-PARM = SPACES
017000        MOVE WS-TODAY-RAW(1:4) TO WS-QTR-YEAR
017100        MOVE WS-TODAY-RAW(5:2) TO WS-QTR-MONTH
017200        SUBTRACT 1 FROM WS-QTR-MONTH
017300        DIVIDE WS-QTR-MONTH BY 3 GIVING WS-QTR-NO
017400               REMAINDER WS-QTR-REM
017500        IF WS-QTR-NO = ZERO
017600           MOVE 4 TO WS-QTR-NO
017700           SUBTRACT 1 FROM WS-QTR-YEAR
017800        END-IF
017900     ELSE
018000        IF WS-QTR-PARM(1:4) IS NOT NUMERIC
018100           OR WS-QTR-PARM(5:2) NOT = '-Q'
018200           OR WS-QTR-PARM(7:1) < '1'
018300           OR WS-QTR-PARM(7:1) > '4'
018400           SET PARM-INVALID TO TRUE
018500        ELSE
018600           MOVE WS-QTR-PARM(1:4) TO WS-QTR-YEAR
018700           MOVE WS-QTR-PARM(7:1) TO WS-QTR-NO
018800        END-IF
018900     END-IF
019000     IF PARM-VALID
019100        PERFORM SET-QUARTER-DATES
019200     END-IF
019300
019400     MOVE SPACES TO WS-OWN-VAT-NO
019500     MOVE 'ECSLVATNO' TO WS-PGET-NAME
019533     PERFORM GET-RUN-PARM
019566     MOVE WS-PGET-VALUE TO WS-OWN-VAT-NO
019600     MOVE WS-OWN-VAT-NO     TO HDR-VAT-NO
019700     MOVE WS-TODAY-RAW      TO HDR-CREATED
019800     .
019900
020000 SET-QUARTER-DATES.
020100     STRING WS-QTR-YEAR '-Q' WS-QTR-NO DELIMITED BY SIZE
020200            INTO WS-ECSL-QTR
020300     END-STRING
020400     COMPUTE WS-QTR-MONTH = WS-QTR-NO * 3 - 2
020500     STRING WS-QTR-YEAR '-' WS-QTR-MONTH '-01' DELIMITED BY SIZE
020600            INTO WS-DATE-FROM
020700     END-STRING
020800     COMPUTE WS-QTR-MONTH = WS-QTR-NO * 3
020900     STRING WS-QTR-YEAR '-' WS-QTR-MONTH '-31' DELIMITED BY SIZE
021000            INTO WS-DATE-TO
021100     END-STRING
021200     MOVE WS-QTR-YEAR       TO HDR-YEAR
021300     MOVE WS-QTR-NO         TO HDR-QUARTER
021400     DISPLAY 'PART123 : LISTING DU TRIMESTRE ' WS-ECSL-QTR
021500     .
021600
021700 LIST-ONE-VAT-NO.
021800     EXEC SQL
021900        FETCH CECSL
022000        INTO :CUS-VAT-NO, :WS-NET-AMOUNT
022100     END-EXEC
022200     EVALUATE TRUE
022300        WHEN SQLCODE = +100
022400             SET LIST-DONE TO TRUE
022500        WHEN SQLCODE = ZERO
022600             COMPUTE WS-NET-EUROS ROUNDED = WS-NET-AMOUNT
022700             IF WS-NET-EUROS = ZERO
022800                ADD 1 TO WS-CNT-ZERO
022900             ELSE
023000                PERFORM WRITE-DETAIL
023100             END-IF
023200        WHEN OTHER
023300             PERFORM TEST-SQLCODE
023400     END-EVALUATE
023500     .
023600
023700 WRITE-DETAIL.
023800     ADD 1 TO WS-CNT-DECLARED
023900     ADD WS-NET-EUROS TO WS-TOT-EUROS
024000     MOVE WS-CNT-DECLARED    TO DET-LINE-NO
024100     MOVE CUS-VAT-NO(1:2)    TO DET-COUNTRY
024200     MOVE CUS-VAT-NO(3:12)   TO DET-VAT-NO
024300     IF WS-NET-EUROS < ZERO
024400        MOVE '-' TO DET-SIGN
024500     ELSE
024600        MOVE '+' TO DET-SIGN
024700     END-IF
024800     MOVE WS-NET-EUROS       TO DET-AMOUNT
024900     WRITE ENR-OUTECSL FROM L-ECSL-DETAIL
025000     .
025100
025200 WRITE-TRAILER.
025300     MOVE WS-CNT-DECLARED    TO TRL-COUNT
025400     IF WS-TOT-EUROS < ZERO
025500        MOVE '-' TO TRL-SIGN
025600     ELSE
025700        MOVE '+' TO TRL-SIGN
025800     END-IF
025900     MOVE WS-TOT-EUROS       TO TRL-AMOUNT
026000     WRITE ENR-OUTECSL FROM L-ECSL-TRAILER
026100     .
026200
026300 TEST-SQLCODE.
026400     EVALUATE TRUE
026500          WHEN SQLCODE IS EQUAL TO ZERO
026600                CONTINUE
026700          WHEN SQLCODE IS GREATER ZERO
026800             IF SQLCODE = 100
026900               CONTINUE
027000             ELSE
027100               DISPLAY 'WARNING : ' SQLCODE
027200             END-IF
027300          WHEN SQLCODE IS LESS THAN ZERO
027400                DISPLAY 'ANOMALIE : ' SQLCODE
027500                PERFORM ABEND-PROG
027600     END-EVALUATE.
027700
027800 ABEND-PROG.
027900     EXEC SQL ROLLBACK END-EXEC
028000     DISPLAY 'PART123 ABENDING - SEE SQLCODE ABOVE'
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
