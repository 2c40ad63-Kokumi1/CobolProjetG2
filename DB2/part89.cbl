000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART89.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DAILY CARRIER MANIFEST. FOR THE *
000600*              MANIFEST DATE (MANDATE ENV VAR YYYY-MM-DD, DEFAULT*
000700*              = TODAY) EVERY API5.SHIPMENTS ROW PART37 RECORDED *
000800*              IS LISTED BY CARRIER - ORDER, CUSTOMER, LINE,     *
000900*              TRACKING NUMBER AND FREIGHT - WITH A PARCEL COUNT *
001000*              AND FREIGHT SUBTOTAL PER CARRIER AND A DAY TOTAL, *
001100*              SO THE DRIVER HAND-OVER NO LONGER NEEDS THE       *
001200*              WAREHOUSE SPREADSHEET (FICMAN).                   *
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
002100     SELECT OUTMAN ASSIGN TO FICMAN.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD OUTMAN.
002600 01 ENR-OUTMAN PIC X(80).
002700
002800 WORKING-STORAGE SECTION.
002900     EXEC SQL
003000        INCLUDE SQLCA
003100     END-EXEC.
003200     EXEC SQL
003300        INCLUDE SHIPMENT
003400     END-EXEC.
003500     EXEC SQL
003600        INCLUDE CUSTOMER
003700     END-EXEC.
003800
003900******************************************************
004000*** THE DAY'S SHIPMENTS, GROUPED BY CARRIER.        ***
004100******************************************************
004200     EXEC SQL
004300        DECLARE CMANIF CURSOR
004400        FOR
004500        SELECT S.CARRIER, S.O_NO, S.P_NO, S.TRACKING_NO,
004600               S.FREIGHT, O.C_NO, C.NAME
004700        FROM API5.SHIPMENTS S, API5.ORDERS O, API5.CUSTOMERS C
004800        WHERE S.O_NO = O.O_NO
004900        AND   O.C_NO = C.C_NO
005000        AND   S.SHIP_DATE = :WS-MAN-DATE
005100        ORDER BY S.CARRIER, S.O_NO, S.P_NO
005200     END-EXEC.
005300
005400 77 WS-TODAY-RAW      PIC X(8).
005450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART89'.
005474 77 WS-PGET-NAME      PIC X(12).
005482 77 WS-PGET-VALUE     PIC X(40).
005490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
005500 77 WS-TODAY-DASHED   PIC X(10).
005600 77 WS-MAN-DATE       PIC X(10).
005700 77 WS-PREV-CARRIER   PIC X(4) VALUE SPACES.
005800 77 WS-FIRST-SW       PIC X VALUE 'O'.
005900    88 FIRST-ROW        VALUE 'O'.
006000    88 NOT-FIRST-ROW    VALUE 'N'.
006100 77 WS-CAR-PARCELS    PIC 9(5) VALUE ZERO.
006200 77 WS-CAR-FREIGHT    PIC S9(7)V99 COMP-3 VALUE ZERO.
006300 77 WS-TOT-PARCELS    PIC 9(5) VALUE ZERO.
006400 77 WS-TOT-FREIGHT    PIC S9(7)V99 COMP-3 VALUE ZERO.
006500 77 WS-CNT-CARRIERS   PIC 9(5) VALUE ZERO.
006600
006700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
006800 01 L-TITLE-LINE.
006900    05 FILLER         PIC X(20) VALUE 'CARRIER MANIFEST FOR'.
007000    05 FILLER         PIC X(1)  VALUE SPACE.
007100    05 TITLE-DATE-ED  PIC X(10).
007200    05 FILLER         PIC X(49) VALUE SPACE.
007300 01 L-CARRIER-LINE.
007400    05 FILLER         PIC X(10) VALUE 'CARRIER : '.
007500    05 CAR-CODE-ED    PIC X(4).
007600    05 FILLER         PIC X(66) VALUE SPACE.
007700 01 L-COLUMN-HEAD1.
007800    05 FILLER  PIC X(9)  VALUE '  ORDER  '.
007900    05 FILLER  PIC X(5)  VALUE 'CUST '.
008000    05 FILLER  PIC X(22) VALUE 'NAME'.
008100    05 FILLER  PIC X(5)  VALUE 'LINE '.
008200    05 FILLER  PIC X(22) VALUE 'TRACKING NO'.
008300    05 FILLER  PIC X(17) VALUE '  FREIGHT'.
008400 01 L-DETAIL-LINE.
008500    05 FILLER         PIC X(2)  VALUE SPACE.
008600    05 DET-ONO-ED     PIC 9(6).
008700    05 FILLER         PIC X(1)  VALUE SPACE.
008800    05 DET-CNO-ED     PIC 9(4).
008900    05 FILLER         PIC X(1)  VALUE SPACE.
009000    05 DET-NAME-ED    PIC X(20).
009100    05 FILLER         PIC X(2)  VALUE SPACE.
009200    05 DET-PNO-ED     PIC X(3).
009300    05 FILLER         PIC X(2)  VALUE SPACE.
009400    05 DET-TRACK-ED   PIC X(20).
009500    05 FILLER         PIC X(2)  VALUE SPACE.
009600    05 DET-FRT-ED     PIC ZZZZZ9,99.
009700    05 FILLER         PIC X(8)  VALUE SPACE.
009800 01 L-SUBTOTAL-LINE.
009900    05 FILLER         PIC X(14) VALUE '  PARCELS   : '.
010000    05 SUB-CNT-ED     PIC ZZZZ9.
010100    05 FILLER         PIC X(29) VALUE SPACE.
010200    05 FILLER         PIC X(12) VALUE 'FREIGHT   : '.
010300    05 SUB-FRT-ED     PIC ZZZZZZ9,99.
010400    05 FILLER         PIC X(10) VALUE SPACE.
010500 01 L-TOTAL-LINE.
010600    05 FILLER         PIC X(14) VALUE 'DAY PARCELS : '.
010700    05 TOT-CNT-ED     PIC ZZZZ9.
010800    05 FILLER         PIC X(29) VALUE SPACE.
010900    05 FILLER         PIC X(12) VALUE 'FREIGHT   : '.
011000    05 TOT-FRT-ED     PIC ZZZZZZ9,99.
011100    05 FILLER         PIC X(10) VALUE SPACE.
011200 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '-'.
011300
011400 PROCEDURE DIVISION.
011500     PERFORM INITIALIZE-PARAMETERS
011600
011700     OPEN OUTPUT OUTMAN
011800     MOVE WS-MAN-DATE TO TITLE-DATE-ED
011900     WRITE ENR-OUTMAN FROM L-TITLE-LINE
012000     WRITE ENR-OUTMAN FROM L-HEADER-BLANK
012100
012200     EXEC SQL
012300        OPEN CMANIF
012400     END-EXEC
012500     PERFORM TEST-SQLCODE
012600
012700     PERFORM FETCH-NEXT-SHIPMENT
012800     PERFORM TEST-SQLCODE
012900
013000     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
013100        IF FIRST-ROW OR SHP-CARRIER NOT = WS-PREV-CARRIER
013200           IF NOT-FIRST-ROW
013300              PERFORM WRITE-CARRIER-TOTAL
013400           END-IF
013500           SET NOT-FIRST-ROW TO TRUE
013600           MOVE SHP-CARRIER TO WS-PREV-CARRIER
013700           PERFORM WRITE-CARRIER-HEADER
013800        END-IF
013900        PERFORM WRITE-DETAIL-LINE
014000        PERFORM FETCH-NEXT-SHIPMENT
014100        PERFORM TEST-SQLCODE
014200     END-PERFORM
014300     IF NOT-FIRST-ROW
014400        PERFORM WRITE-CARRIER-TOTAL
014500     END-IF
014600
014700     EXEC SQL
014800        CLOSE CMANIF
014900     END-EXEC
015000     PERFORM TEST-SQLCODE
015100
015200     MOVE WS-TOT-PARCELS TO TOT-CNT-ED
015300     MOVE WS-TOT-FREIGHT TO TOT-FRT-ED
015400     WRITE ENR-OUTMAN FROM L-TOTAL-LINE
015500     CLOSE OUTMAN
015600
015700     DISPLAY '===================================='
015800     DISPLAY 'PART89 CARRIER MANIFEST SUMMARY'
015900     DISPLAY 'MANIFEST DATE    : ' WS-MAN-DATE
016000     DISPLAY 'CARRIERS         : ' WS-CNT-CARRIERS
016100     DISPLAY 'PARCELS LISTED   : ' WS-TOT-PARCELS
016200     DISPLAY '===================================='
016300     GOBACK.
016400
016500******************************************************
016600*** THE MANIFEST DATE - MANDATE, OR TODAY.          ***
016700******************************************************
016800 INITIALIZE-PARAMETERS.
016900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016950     CALL RUNDATE USING WS-TODAY-RAW
017000     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017100            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
017200            INTO WS-TODAY-DASHED
017300     END-STRING
017400     MOVE SPACES TO WS-MAN-DATE
017500     MOVE 'MANDATE' TO WS-PGET-NAME
017533     PERFORM GET-RUN-PARM
017566     MOVE WS-PGET-VALUE TO WS-MAN-DATE
017600     IF WS-MAN-DATE = SPACES
017700        MOVE WS-TODAY-DASHED TO WS-MAN-DATE
017800     END-IF
017900     .
018000
018100 FETCH-NEXT-SHIPMENT.
018200     EXEC SQL
018300        FETCH CMANIF
018400        INTO :SHP-CARRIER, :SHP-O-NO, :SHP-P-NO, :SHP-TRACKING,
018500             :SHP-FREIGHT, :CUS-NO, :CUS-NAME
018600     END-EXEC
018700     .
018800
018900 WRITE-CARRIER-HEADER.
019000     ADD 1 TO WS-CNT-CARRIERS
019100     MOVE SHP-CARRIER TO CAR-CODE-ED
019200     WRITE ENR-OUTMAN FROM L-CARRIER-LINE
019300     WRITE ENR-OUTMAN FROM L-COLUMN-HEAD1
019400     .
019500
019600 WRITE-DETAIL-LINE.
019700     MOVE SHP-O-NO     TO DET-ONO-ED
019800     MOVE CUS-NO       TO DET-CNO-ED
019900     MOVE CUS-NAME     TO DET-NAME-ED
020000     MOVE SHP-P-NO     TO DET-PNO-ED
020100     MOVE SHP-TRACKING TO DET-TRACK-ED
020200     MOVE SHP-FREIGHT  TO DET-FRT-ED
020300     WRITE ENR-OUTMAN FROM L-DETAIL-LINE
020400     ADD 1 TO WS-CAR-PARCELS
020500     ADD SHP-FREIGHT TO WS-CAR-FREIGHT
020600     .
020700
020800******************************************************
020900*** CARRIER BREAK - PARCEL COUNT AND FREIGHT FOR THE ***
021000*** DRIVER TO SIGN, ROLLED INTO THE DAY TOTAL.       ***
021100******************************************************
021200 WRITE-CARRIER-TOTAL.
021300     MOVE WS-CAR-PARCELS TO SUB-CNT-ED
021400     MOVE WS-CAR-FREIGHT TO SUB-FRT-ED
021500     WRITE ENR-OUTMAN FROM L-SUBTOTAL-LINE
021600     WRITE ENR-OUTMAN FROM L-PAGE-BREAK
021700     ADD WS-CAR-PARCELS TO WS-TOT-PARCELS
021800     ADD WS-CAR-FREIGHT TO WS-TOT-FREIGHT
021900     MOVE ZERO TO WS-CAR-PARCELS
022000     MOVE ZERO TO WS-CAR-FREIGHT
022100     .
022200
022300 TEST-SQLCODE.
022400     EVALUATE TRUE
022500          WHEN SQLCODE IS EQUAL TO ZERO
022600                CONTINUE
022700          WHEN SQLCODE IS GREATER ZERO
022800             IF SQLCODE = 100
022900               CONTINUE
023000             ELSE
023100               DISPLAY 'WARNING : ' SQLCODE
023200             END-IF
023300          WHEN SQLCODE IS LESS THAN ZERO
023400                DISPLAY 'ANOMALIE : ' SQLCODE
023500                PERFORM ABEND-PROG
023600     END-EVALUATE.
023700
023800 ABEND-PROG.
023900     DISPLAY 'PART89 ABENDING - SEE SQLCODE ABOVE'
024000     MOVE 16 TO RETURN-CODE
024100     STOP RUN.
024200
024300******************************************************
024400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
024500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
024600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
024700******************************************************
024800 GET-RUN-PARM.
024900     MOVE RETURN-CODE TO WS-PGET-RETCODE
025000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
025100                        WS-PGET-VALUE
025200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
025300     MOVE WS-PGET-RETCODE TO RETURN-CODE
025400     .
