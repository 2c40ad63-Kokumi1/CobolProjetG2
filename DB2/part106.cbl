000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART106.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - UNBINNED STOCK REPORT. EVERY    *
000600*              PRODUCT WITH UNITS ON HAND IN A DEPOT             *
000700*              (API5.WAREHOUSE_STOCK) BUT NO PRIMARY BIN THERE   *
000800*              ON API5.PRODUCT_BINS IS LISTED BY DEPOT ON FICNOB *
000900*              WITH ITS STOCK, SO THE WAREHOUSE CAN SHELVE IT    *
001000*              AND PART105 CAN LOAD THE ASSIGNMENT - UNTIL THEN  *
001100*              IT PRINTS AT THE END OF THE PART39 WALK AND THE   *
001200*              COUNT SHEETS.                                     *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
001600 SPECIAL-NAMES.
001700     DECIMAL-POINT IS COMMA.
001800
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT OUTNOB ASSIGN TO FICNOB.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD OUTNOB.
002600 01 ENR-OUTNOB PIC X(80).
002700
002800 WORKING-STORAGE SECTION.
002900     EXEC SQL
003000        INCLUDE SQLCA
003100     END-EXEC.
003200     EXEC SQL
003300        INCLUDE PRODUCTS
003400     END-EXEC.
003500     EXEC SQL
003600        INCLUDE WHSTOCK
003700     END-EXEC.
003800
003900******************************************************
004000*** DEPOT ROWS HOLDING UNITS FOR A PRODUCT THAT HAS ***
004100*** NO PRIMARY BIN IN THAT DEPOT.                   ***
004200******************************************************
004300     EXEC SQL
004400        DECLARE CNOB CURSOR
004500        FOR
004600        SELECT W.W_CODE, W.P_NO, P.DESCRIPTION, W.STOCK
004700        FROM API5.WAREHOUSE_STOCK W
004800        JOIN API5.PRODUCTS P
004900        ON W.P_NO = P.P_NO
005000        WHERE W.STOCK > 0
005100        AND NOT EXISTS
005200            (SELECT 1 FROM API5.PRODUCT_BINS B
005300             WHERE B.W_CODE = W.W_CODE
005400             AND   B.P_NO   = W.P_NO)
005500        ORDER BY W.W_CODE, W.P_NO
005600     END-EXEC.
005700
005800 77 WS-LIST-DONE      PIC X VALUE 'N'.
005900    88 LIST-DONE        VALUE 'O'.
006000    88 LIST-NOT-DONE    VALUE 'N'.
006100 77 WS-CNT-LINES      PIC 9(5) VALUE ZERO.
006200 77 WS-TOT-UNITS      PIC S9(9) COMP VALUE ZERO.
006300
006400 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
006500 01 L-TITLE-LINE      PIC X(80) VALUE
006600    'PRODUCTS IN STOCK WITH NO BIN ASSIGNED'.
006700 01 L-COLUMN-HEAD1.
006800    05 FILLER  PIC X(7)  VALUE 'DEPOT  '.
006900    05 FILLER  PIC X(9)  VALUE 'PRODUCT  '.
007000    05 FILLER  PIC X(32) VALUE 'DESCRIPTION'.
007100    05 FILLER  PIC X(8)  VALUE '   STOCK'.
007200    05 FILLER  PIC X(24) VALUE SPACE.
007300 01 L-DETAIL-LINE.
007400    05 DET-WCODE-ED   PIC X(2).
007500    05 FILLER         PIC X(5)  VALUE SPACE.
007600    05 DET-PNO-ED     PIC X(3).
007700    05 FILLER         PIC X(6)  VALUE SPACE.
007800    05 DET-DESC-ED    PIC X(30).
007900    05 FILLER         PIC X(2)  VALUE SPACE.
008000    05 DET-STOCK-ED   PIC ZZZZZZZ9.
008100    05 FILLER         PIC X(24) VALUE SPACE.
008200 01 L-TOTAL-LINE.
008300    05 FILLER         PIC X(16) VALUE 'PRODUCT ROWS   '.
008400    05 TOT-LINES-ED   PIC ZZZZ9.
008500    05 FILLER         PIC X(8)  VALUE '  UNITS '.
008600    05 TOT-UNITS-ED   PIC ZZZZZZZZ9.
008700    05 FILLER         PIC X(42) VALUE SPACE.
008800
008900 PROCEDURE DIVISION.
009000     OPEN OUTPUT OUTNOB
009100     WRITE ENR-OUTNOB FROM L-TITLE-LINE
009200     WRITE ENR-OUTNOB FROM L-HEADER-BLANK
009300     WRITE ENR-OUTNOB FROM L-COLUMN-HEAD1
009400
009500     SET LIST-NOT-DONE TO TRUE
009600     EXEC SQL
009700        OPEN CNOB
009800     END-EXEC
009900     PERFORM TEST-SQLCODE
010000     PERFORM PRINT-ONE-LINE UNTIL LIST-DONE
010100     EXEC SQL
010200        CLOSE CNOB
010300     END-EXEC
010400     PERFORM TEST-SQLCODE
010500
010600     MOVE WS-CNT-LINES TO TOT-LINES-ED
010700     MOVE WS-TOT-UNITS TO TOT-UNITS-ED
010800     WRITE ENR-OUTNOB FROM L-HEADER-BLANK
010900     WRITE ENR-OUTNOB FROM L-TOTAL-LINE
011000     CLOSE OUTNOB
011100
011200     DISPLAY 'PART106 : UNBINNED PRODUCT ROWS : ' WS-CNT-LINES
011300     GOBACK.
011400
011500 PRINT-ONE-LINE.
011600     EXEC SQL
011700        FETCH CNOB
011800        INTO :WHS-W-CODE, :WHS-P-NO, :PROD-DESCRIPTION,
011900             :WHS-STOCK
012000     END-EXEC
012100     EVALUATE TRUE
012200        WHEN SQLCODE = +100
012300             SET LIST-DONE TO TRUE
012400        WHEN SQLCODE = ZERO
012500             ADD 1 TO WS-CNT-LINES
012600             ADD WHS-STOCK TO WS-TOT-UNITS
012700             MOVE WHS-W-CODE TO DET-WCODE-ED
012800             MOVE WHS-P-NO   TO DET-PNO-ED
012900             MOVE FUNCTION TRIM(PROD-DESCRIPTION-TEXT
013000                 (1:PROD-DESCRIPTION-LEN)) TO DET-DESC-ED
013100             MOVE WHS-STOCK  TO DET-STOCK-ED
013200             WRITE ENR-OUTNOB FROM L-DETAIL-LINE
013300        WHEN OTHER
013400             PERFORM TEST-SQLCODE
013500     END-EVALUATE
013600     .
013700
013800 TEST-SQLCODE.
013900     EVALUATE TRUE
014000          WHEN SQLCODE IS EQUAL TO ZERO
014100                CONTINUE
014200          WHEN SQLCODE IS GREATER ZERO
014300             IF SQLCODE = 100
014400               CONTINUE
014500             ELSE
014600               DISPLAY 'WARNING : ' SQLCODE
014700             END-IF
014800          WHEN SQLCODE IS LESS THAN ZERO
014900                DISPLAY 'ANOMALIE : ' SQLCODE
015000                PERFORM ABEND-PROG
015100     END-EVALUATE.
015200
015300 ABEND-PROG.
015400     DISPLAY 'PART106 ABENDING - SEE SQLCODE ABOVE'
015500     MOVE 16 TO RETURN-CODE
015600     STOP RUN.
