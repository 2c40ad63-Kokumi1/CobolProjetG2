000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART95.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - LIKELY DUPLICATE CUSTOMERS.     *
000600*              PAIRS OF ACTIVE API5.CUSTOMERS ROWS WHOSE NAME OR *
000700*              ADDRESS MATCH ONCE NORMALIZED (UPPER CASE, BLANKS *
000800*              AND PUNCTUATION DROPPED) ARE PROPOSED ON FICDUP   *
000900*              WITH BOTH BALANCES, STRONGEST MATCH FIRST : NAME  *
001000*              AND ADDRESS, THEN NAME ONLY, THEN ADDRESS ONLY.   *
001100*              CREDIT CONTROL CONFIRMS A PAIR AND FEEDS IT TO    *
001200*              THE PART96 MERGE - NOTHING IS CHANGED HERE.       *
001220* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001240*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001260*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001280*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
001600 SPECIAL-NAMES.
001700     DECIMAL-POINT IS COMMA.
001800
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT OUTDUP ASSIGN TO FICDUP.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD OUTDUP.
002600 01 ENR-OUTDUP PIC X(80).
002700
002800 WORKING-STORAGE SECTION.
002900     EXEC SQL
003000        INCLUDE SQLCA
003100     END-EXEC.
003200     EXEC SQL
003300        INCLUDE CUSTOMER
003400     END-EXEC.
003500
003600******************************************************
003700*** EVERY PAIR OF ACTIVE ACCOUNTS (LOWER NUMBER     ***
003800*** FIRST) SHARING A NORMALIZED NAME OR ADDRESS.    ***
003900*** THE MATCH RANK IS 1 = BOTH, 2 = NAME, 3 = ADDR. ***
004000******************************************************
004100     EXEC SQL
004200        DECLARE CDUP CURSOR
004300        FOR
004400        SELECT A.C_NO, A.NAME, A.ADDRESS, A.BALANCE,
004500               B.C_NO, B.NAME, B.ADDRESS, B.BALANCE,
004600               CASE WHEN A.NORM_NAME = B.NORM_NAME
004700                     AND A.NORM_ADDR = B.NORM_ADDR THEN 1
004800                    WHEN A.NORM_NAME = B.NORM_NAME THEN 2
004900                    ELSE 3 END
005000        FROM (SELECT C_NO, NAME, ADDRESS, BALANCE,
005100                     REPLACE(REPLACE(REPLACE(REPLACE(REPLACE(
005200                        UPPER(NAME), ' ', ''), '.', ''), ',', ''),
005300                        '-', ''), '''', '') AS NORM_NAME,
005400                     REPLACE(REPLACE(REPLACE(REPLACE(REPLACE(
005500                        UPPER(ADDRESS), ' ', ''), '.', ''), ',',
005600                        ''), '-', ''), '''', '') AS NORM_ADDR
005700              FROM API5.CUSTOMERS
005800              WHERE COALESCE(MERGED_INTO, 0) = 0) A
005900        JOIN (SELECT C_NO, NAME, ADDRESS, BALANCE,
006000                     REPLACE(REPLACE(REPLACE(REPLACE(REPLACE(
006100                        UPPER(NAME), ' ', ''), '.', ''), ',', ''),
006200                        '-', ''), '''', '') AS NORM_NAME,
006300                     REPLACE(REPLACE(REPLACE(REPLACE(REPLACE(
006400                        UPPER(ADDRESS), ' ', ''), '.', ''), ',',
006500                        ''), '-', ''), '''', '') AS NORM_ADDR
006600              FROM API5.CUSTOMERS
006700              WHERE COALESCE(MERGED_INTO, 0) = 0) B
006800        ON  A.C_NO < B.C_NO
006900        AND (A.NORM_NAME = B.NORM_NAME
007000         OR  A.NORM_ADDR = B.NORM_ADDR)
007100        ORDER BY 9, 1, 5
007200     END-EXEC.
007300
007400 77 WS-DUP-C-NO       PIC 9(4).
007500 77 WS-DUP-NAME       PIC X(30).
007600 77 WS-DUP-ADDRESS    PIC X(40).
007700 77 WS-DUP-BALANCE    PIC S9(8)V99 COMP-3.
007800 77 WS-MATCH-RANK     PIC S9(4) COMP.
007900 77 WS-TODAY-RAW      PIC X(08).
007950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008000 77 WS-TODAY-DASHED   PIC X(10).
008100 77 WS-LIST-DONE      PIC X VALUE 'N'.
008200    88 LIST-DONE        VALUE 'O'.
008300    88 LIST-NOT-DONE    VALUE 'N'.
008400 77 WS-CNT-PAIRS      PIC 9(5) VALUE ZERO.
008500
008600 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
008700 01 L-TITLE-LINE.
008800    05 FILLER         PIC X(35)
008900                      VALUE 'LIKELY DUPLICATE CUSTOMERS AS OF : '.
009000    05 TITLE-DATE-ED  PIC X(10).
009100    05 FILLER         PIC X(35) VALUE SPACE.
009200 01 L-MATCH-LINE.
009300    05 FILLER         PIC X(8)  VALUE 'MATCH : '.
009400    05 MATCH-ED       PIC X(16).
009500    05 FILLER         PIC X(56) VALUE SPACE.
009600 01 L-CUST-LINE.
009700    05 FILLER         PIC X(2)  VALUE SPACE.
009800    05 CUST-CNO-ED    PIC 9(4).
009900    05 FILLER         PIC X(1)  VALUE SPACE.
010000    05 CUST-NAME-ED   PIC X(30).
010100    05 FILLER         PIC X(1)  VALUE SPACE.
010200    05 CUST-BAL-ED    PIC -ZZZZZZZ9,99.
010300    05 FILLER         PIC X(30) VALUE SPACE.
010400 01 L-ADDR-LINE.
010500    05 FILLER         PIC X(7)  VALUE SPACE.
010600    05 ADDR-ED        PIC X(40).
010700    05 FILLER         PIC X(33) VALUE SPACE.
010800
010900 PROCEDURE DIVISION.
011000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011050     CALL RUNDATE USING WS-TODAY-RAW
011100     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
011200            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
011300            INTO WS-TODAY-DASHED
011400     END-STRING
011500
011600     OPEN OUTPUT OUTDUP
011700     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
011800     WRITE ENR-OUTDUP FROM L-TITLE-LINE
011900     WRITE ENR-OUTDUP FROM L-HEADER-BLANK
012000
012100     SET LIST-NOT-DONE TO TRUE
012200     EXEC SQL
012300        OPEN CDUP
012400     END-EXEC
012500     PERFORM TEST-SQLCODE
012600     PERFORM PRINT-ONE-PAIR UNTIL LIST-DONE
012700     EXEC SQL
012800        CLOSE CDUP
012900     END-EXEC
013000     PERFORM TEST-SQLCODE
013100     CLOSE OUTDUP
013200
013300     DISPLAY 'PART95 : PAIRS PROPOSED : ' WS-CNT-PAIRS
013400     GOBACK.
013500
013600 PRINT-ONE-PAIR.
013700     EXEC SQL
013800        FETCH CDUP
013900        INTO :CUS-NO, :CUS-NAME, :CUS-ADDRESS, :CUS-BALANCE,
014000             :WS-DUP-C-NO, :WS-DUP-NAME, :WS-DUP-ADDRESS,
014100             :WS-DUP-BALANCE, :WS-MATCH-RANK
014200     END-EXEC
014300     EVALUATE TRUE
014400        WHEN SQLCODE = +100
014500             SET LIST-DONE TO TRUE
014600        WHEN SQLCODE = ZERO
014700             ADD 1 TO WS-CNT-PAIRS
014800             EVALUATE WS-MATCH-RANK
014900                WHEN 1
015000                     MOVE 'NAME AND ADDRESS' TO MATCH-ED
015100                WHEN 2
015200                     MOVE 'NAME ONLY'        TO MATCH-ED
015300                WHEN OTHER
015400                     MOVE 'ADDRESS ONLY'     TO MATCH-ED
015500             END-EVALUATE
015600             WRITE ENR-OUTDUP FROM L-MATCH-LINE
015700             MOVE CUS-NO          TO CUST-CNO-ED
015800             MOVE CUS-NAME        TO CUST-NAME-ED
015900             MOVE CUS-BALANCE     TO CUST-BAL-ED
016000             WRITE ENR-OUTDUP FROM L-CUST-LINE
016100             MOVE CUS-ADDRESS     TO ADDR-ED
016200             WRITE ENR-OUTDUP FROM L-ADDR-LINE
016300             MOVE WS-DUP-C-NO     TO CUST-CNO-ED
016400             MOVE WS-DUP-NAME     TO CUST-NAME-ED
016500             MOVE WS-DUP-BALANCE  TO CUST-BAL-ED
016600             WRITE ENR-OUTDUP FROM L-CUST-LINE
016700             MOVE WS-DUP-ADDRESS  TO ADDR-ED
016800             WRITE ENR-OUTDUP FROM L-ADDR-LINE
016900             WRITE ENR-OUTDUP FROM L-HEADER-BLANK
017000        WHEN OTHER
017100             PERFORM TEST-SQLCODE
017200     END-EVALUATE
017300     .
017400
017500 TEST-SQLCODE.
017600     EVALUATE TRUE
017700          WHEN SQLCODE IS EQUAL TO ZERO
017800                CONTINUE
017900          WHEN SQLCODE IS GREATER ZERO
018000             IF SQLCODE = 100
018100               CONTINUE
018200             ELSE
018300               DISPLAY 'WARNING : ' SQLCODE
018400             END-IF
018500          WHEN SQLCODE IS LESS THAN ZERO
018600                DISPLAY 'ANOMALIE : ' SQLCODE
018700                PERFORM ABEND-PROG
018800     END-EVALUATE.
018900
019000 ABEND-PROG.
019100     DISPLAY 'PART95 ABENDING - SEE SQLCODE ABOVE'
019200     MOVE 16 TO RETURN-CODE
019300     STOP RUN.
