000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART91.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - OPEN CUSTOMER DISPUTES REPORT.  *
000600*              EVERY OPEN ROW OF API5.DISPUTES (RAISED BY A      *
000700*              SHORT-PAID RECEIPT IN PART14 OR THROUGH THE       *
000800*              PART90 FEED) IS LISTED BY REASON CODE, OLDEST     *
000900*              FIRST, WITH ITS AGE IN DAYS. EACH REASON CLOSES   *
001000*              WITH ITS AMOUNT SPLIT 0-30/31-60/61-90/90+ DAYS   *
001100*              AND THE REPORT WITH THE SAME SPLIT FOR ALL        *
001200*              REASONS, SO CREDIT CONTROL CAN SEE WHICH DISPUTES *
001300*              ARE GOING STALE (FICDSP).                         *
001320* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001340*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001360*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001380*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SPECIAL-NAMES.
001800     DECIMAL-POINT IS COMMA.
001900
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OUTDSP ASSIGN TO FICDSP.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD OUTDSP.
002700 01 ENR-OUTDSP PIC X(100).
002800
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL
003100        INCLUDE SQLCA
003200     END-EXEC.
003300     EXEC SQL
003400        INCLUDE DISPUTE
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE CUSTOMER
003800     END-EXEC.
003900
004000******************************************************
004100*** THE OPEN DISPUTES, BY REASON, OLDEST FIRST.     ***
004200******************************************************
004300     EXEC SQL
004400        DECLARE CDISP CURSOR
004500        FOR
004600        SELECT D.REASON, D.INV_NO, D.C_NO, C.NAME, D.AMOUNT,
004700               D.OPEN_DATE, D.REF
004800        FROM API5.DISPUTES D, API5.CUSTOMERS C
004900        WHERE D.C_NO = C.C_NO
005000        AND   D.STATUS = 'O'
005100        ORDER BY D.REASON, D.OPEN_DATE, D.INV_NO
005200     END-EXEC.
005300
005400 77 WS-TODAY-RAW      PIC X(8).
005450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005500 77 WS-TODAY-INT      PIC 9(8).
005600 77 WS-TODAY-DASHED   PIC X(10).
005700 77 WS-WORK-DATE      PIC 9(8).
005800 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
005900 77 WS-AGE-DAYS       PIC S9(5) COMP-3.
006000 77 WS-PREV-REASON    PIC X(2) VALUE SPACES.
006100 77 WS-FIRST-SW       PIC X VALUE 'O'.
006200    88 FIRST-ROW        VALUE 'O'.
006300    88 NOT-FIRST-ROW    VALUE 'N'.
006400 77 WS-RSN-CNT        PIC 9(5) VALUE ZERO.
006500 77 WS-RSN-30         PIC S9(9)V99 COMP-3 VALUE ZERO.
006600 77 WS-RSN-60         PIC S9(9)V99 COMP-3 VALUE ZERO.
006700 77 WS-RSN-90         PIC S9(9)V99 COMP-3 VALUE ZERO.
006800 77 WS-RSN-OVER       PIC S9(9)V99 COMP-3 VALUE ZERO.
006900 77 WS-RSN-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
007000 77 WS-TOT-CNT        PIC 9(5) VALUE ZERO.
007100 77 WS-TOT-30         PIC S9(9)V99 COMP-3 VALUE ZERO.
007200 77 WS-TOT-60         PIC S9(9)V99 COMP-3 VALUE ZERO.
007300 77 WS-TOT-90         PIC S9(9)V99 COMP-3 VALUE ZERO.
007400 77 WS-TOT-OVER       PIC S9(9)V99 COMP-3 VALUE ZERO.
007500 77 WS-TOT-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
007600 77 ED-TOT-TOTAL      PIC -ZZZZZZZZ9,99.
007700
007800 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
007900 01 L-TITLE-LINE.
008000    05 FILLER         PIC X(29)
008100       VALUE 'OPEN CUSTOMER DISPUTES AS OF '.
008200    05 TITLE-DATE-ED  PIC X(10).
008300    05 FILLER         PIC X(61) VALUE SPACE.
008400 01 L-REASON-LINE.
008500    05 FILLER         PIC X(9)  VALUE 'REASON : '.
008600    05 RSN-CODE-ED    PIC X(2).
008700    05 FILLER         PIC X(3)  VALUE ' - '.
008800    05 RSN-TEXT-ED    PIC X(30).
008900    05 FILLER         PIC X(56) VALUE SPACE.
009000 01 L-COLUMN-HEAD1.
009100    05 FILLER  PIC X(10) VALUE '  INVOICE '.
009200    05 FILLER  PIC X(6)  VALUE 'CUST  '.
009300    05 FILLER  PIC X(27) VALUE 'NAME'.
009400    05 FILLER  PIC X(12) VALUE 'OPENED'.
009500    05 FILLER  PIC X(6)  VALUE '   AGE'.
009600    05 FILLER  PIC X(13) VALUE '       AMOUNT'.
009700    05 FILLER  PIC X(2)  VALUE SPACE.
009800    05 FILLER  PIC X(24) VALUE 'REFERENCE'.
009900 01 L-DETAIL-LINE.
010000    05 FILLER         PIC X(2)  VALUE SPACE.
010100    05 DET-INV-ED     PIC 9(6).
010200    05 FILLER         PIC X(2)  VALUE SPACE.
010300    05 DET-CNO-ED     PIC 9(4).
010400    05 FILLER         PIC X(2)  VALUE SPACE.
010500    05 DET-NAME-ED    PIC X(25).
010600    05 FILLER         PIC X(2)  VALUE SPACE.
010700    05 DET-DATE-ED    PIC X(10).
010800    05 FILLER         PIC X(2)  VALUE SPACE.
010900    05 DET-AGE-ED     PIC ZZZ9.
011000    05 FILLER         PIC X(2)  VALUE SPACE.
011100    05 DET-AMT-ED     PIC -ZZZZZZ9,99.
011200    05 FILLER         PIC X(4)  VALUE SPACE.
011300    05 DET-REF-ED     PIC X(12).
011400    05 FILLER         PIC X(12) VALUE SPACE.
011500 01 L-BAND-HEAD.
011600    05 FILLER  PIC X(20) VALUE SPACE.
011700    05 FILLER  PIC X(6)  VALUE 'COUNT '.
011800    05 FILLER  PIC X(12) VALUE '   0-30 DAYS'.
011900    05 FILLER  PIC X(12) VALUE '  31-60 DAYS'.
012000    05 FILLER  PIC X(12) VALUE '  61-90 DAYS'.
012100    05 FILLER  PIC X(12) VALUE '   OVER 90  '.
012200    05 FILLER  PIC X(12) VALUE '       TOTAL'.
012300    05 FILLER  PIC X(14) VALUE SPACE.
012400 01 L-BAND-LINE.
012500    05 BAND-LABEL-ED  PIC X(20).
012600    05 BAND-CNT-ED    PIC ZZZZ9.
012700    05 FILLER         PIC X(2)  VALUE SPACE.
012800    05 BAND-30-ED     PIC -ZZZZZZ9,99.
012900    05 FILLER         PIC X(1)  VALUE SPACE.
013000    05 BAND-60-ED     PIC -ZZZZZZ9,99.
013100    05 FILLER         PIC X(1)  VALUE SPACE.
013200    05 BAND-90-ED     PIC -ZZZZZZ9,99.
013300    05 FILLER         PIC X(1)  VALUE SPACE.
013400    05 BAND-OVER-ED   PIC -ZZZZZZ9,99.
013500    05 FILLER         PIC X(1)  VALUE SPACE.
013600    05 BAND-TOT-ED    PIC -ZZZZZZ9,99.
013700    05 FILLER         PIC X(14) VALUE SPACE.
013800 01 L-PAGE-BREAK      PIC X(100) VALUE ALL '-'.
013900
014000 PROCEDURE DIVISION.
014100     PERFORM INITIALIZE-DATES
014200
014300     OPEN OUTPUT OUTDSP
014400     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
014500     WRITE ENR-OUTDSP FROM L-TITLE-LINE
014600     WRITE ENR-OUTDSP FROM L-HEADER-BLANK
014700
014800     EXEC SQL
014900        OPEN CDISP
015000     END-EXEC
015100     PERFORM TEST-SQLCODE
015200
015300     PERFORM FETCH-NEXT-DISPUTE
015400     PERFORM TEST-SQLCODE
015500
015600     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
015700        IF FIRST-ROW OR DSP-REASON NOT = WS-PREV-REASON
015800           IF NOT-FIRST-ROW
015900              PERFORM WRITE-REASON-TOTAL
016000           END-IF
016100           SET NOT-FIRST-ROW TO TRUE
016200           MOVE DSP-REASON TO WS-PREV-REASON
016300           PERFORM WRITE-REASON-HEADER
016400        END-IF
016500        PERFORM WRITE-DETAIL-LINE
016600        PERFORM FETCH-NEXT-DISPUTE
016700        PERFORM TEST-SQLCODE
016800     END-PERFORM
016900     IF NOT-FIRST-ROW
017000        PERFORM WRITE-REASON-TOTAL
017100     END-IF
017200
017300     EXEC SQL
017400        CLOSE CDISP
017500     END-EXEC
017600     PERFORM TEST-SQLCODE
017700
017800     PERFORM WRITE-GRAND-TOTAL
017900     CLOSE OUTDSP
018000
018100     MOVE WS-TOT-TOTAL TO ED-TOT-TOTAL
018200     DISPLAY '===================================='
018300     DISPLAY 'PART91 OPEN DISPUTES SUMMARY'
018400     DISPLAY 'OPEN DISPUTES    : ' WS-TOT-CNT
018500     DISPLAY 'AMOUNT DISPUTED  : ' ED-TOT-TOTAL
018600     DISPLAY '===================================='
018700     GOBACK.
018800
018900 INITIALIZE-DATES.
019000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
019050     CALL RUNDATE USING WS-TODAY-RAW
019100     MOVE WS-TODAY-RAW TO WS-TODAY-INT
019200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
019300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
019400            INTO WS-TODAY-DASHED
019500     END-STRING
019600     .
019700
019800 FETCH-NEXT-DISPUTE.
019900     EXEC SQL
020000        FETCH CDISP
020100        INTO :DSP-REASON, :DSP-INV-NO, :DSP-C-NO, :CUS-NAME,
020200             :DSP-AMOUNT, :DSP-OPEN-DATE, :DSP-REF
020300     END-EXEC
020400     .
020500
020600 WRITE-REASON-HEADER.
020700     MOVE DSP-REASON TO RSN-CODE-ED
020800     EVALUATE DSP-REASON
020900        WHEN 'DM' MOVE 'DAMAGED GOODS'         TO RSN-TEXT-ED
021000        WHEN 'PR' MOVE 'PRICE DISAGREEMENT'    TO RSN-TEXT-ED
021100        WHEN 'QT' MOVE 'QUANTITY SHORT'        TO RSN-TEXT-ED
021200        WHEN 'OT' MOVE 'OTHER'                 TO RSN-TEXT-ED
021300        WHEN OTHER MOVE 'UNKNOWN REASON CODE'  TO RSN-TEXT-ED
021400     END-EVALUATE
021500     WRITE ENR-OUTDSP FROM L-REASON-LINE
021600     WRITE ENR-OUTDSP FROM L-COLUMN-HEAD1
021700     .
021800
021900******************************************************
022000*** AGE = DAYS SINCE THE DISPUTE WAS OPENED; THE    ***
022100*** AMOUNT GOES TO ITS REASON'S AGE BAND.           ***
022200******************************************************
022300 WRITE-DETAIL-LINE.
022400     STRING DSP-OPEN-DATE(1:4) DSP-OPEN-DATE(6:2)
022500            DSP-OPEN-DATE(9:2) DELIMITED BY SIZE
022600            INTO WS-WORK-DATE-X
022700     END-STRING
022800     COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
022900             - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
023000
023100     MOVE DSP-INV-NO    TO DET-INV-ED
023200     MOVE DSP-C-NO      TO DET-CNO-ED
023300     MOVE CUS-NAME      TO DET-NAME-ED
023400     MOVE DSP-OPEN-DATE TO DET-DATE-ED
023500     MOVE WS-AGE-DAYS   TO DET-AGE-ED
023600     MOVE DSP-AMOUNT    TO DET-AMT-ED
023700     MOVE DSP-REF       TO DET-REF-ED
023800     WRITE ENR-OUTDSP FROM L-DETAIL-LINE
023900
024000     ADD 1 TO WS-RSN-CNT
024100     ADD DSP-AMOUNT TO WS-RSN-TOTAL
024200     EVALUATE TRUE
024300        WHEN WS-AGE-DAYS <= 30
024400             ADD DSP-AMOUNT TO WS-RSN-30
024500        WHEN WS-AGE-DAYS <= 60
024600             ADD DSP-AMOUNT TO WS-RSN-60
024700        WHEN WS-AGE-DAYS <= 90
024800             ADD DSP-AMOUNT TO WS-RSN-90
024900        WHEN OTHER
025000             ADD DSP-AMOUNT TO WS-RSN-OVER
025100     END-EVALUATE
025200     .
025300
025400******************************************************
025500*** REASON BREAK - ITS AMOUNT BY AGE BAND, ROLLED   ***
025600*** INTO THE REPORT TOTAL.                          ***
025700******************************************************
025800 WRITE-REASON-TOTAL.
025900     WRITE ENR-OUTDSP FROM L-HEADER-BLANK
026000     WRITE ENR-OUTDSP FROM L-BAND-HEAD
026100     MOVE SPACES TO BAND-LABEL-ED
026200     STRING 'TOTAL REASON ' WS-PREV-REASON DELIMITED BY SIZE
026300            INTO BAND-LABEL-ED
026400     END-STRING
026500     MOVE WS-RSN-CNT   TO BAND-CNT-ED
026600     MOVE WS-RSN-30    TO BAND-30-ED
026700     MOVE WS-RSN-60    TO BAND-60-ED
026800     MOVE WS-RSN-90    TO BAND-90-ED
026900     MOVE WS-RSN-OVER  TO BAND-OVER-ED
027000     MOVE WS-RSN-TOTAL TO BAND-TOT-ED
027100     WRITE ENR-OUTDSP FROM L-BAND-LINE
027200     WRITE ENR-OUTDSP FROM L-PAGE-BREAK
027300
027400     ADD WS-RSN-CNT   TO WS-TOT-CNT
027500     ADD WS-RSN-30    TO WS-TOT-30
027600     ADD WS-RSN-60    TO WS-TOT-60
027700     ADD WS-RSN-90    TO WS-TOT-90
027800     ADD WS-RSN-OVER  TO WS-TOT-OVER
027900     ADD WS-RSN-TOTAL TO WS-TOT-TOTAL
028000     MOVE ZERO TO WS-RSN-CNT
028100     MOVE ZERO TO WS-RSN-30
028200     MOVE ZERO TO WS-RSN-60
028300     MOVE ZERO TO WS-RSN-90
028400     MOVE ZERO TO WS-RSN-OVER
028500     MOVE ZERO TO WS-RSN-TOTAL
028600     .
028700
028800 WRITE-GRAND-TOTAL.
028900     WRITE ENR-OUTDSP FROM L-BAND-HEAD
029000     MOVE 'ALL REASONS' TO BAND-LABEL-ED
029100     MOVE WS-TOT-CNT   TO BAND-CNT-ED
029200     MOVE WS-TOT-30    TO BAND-30-ED
029300     MOVE WS-TOT-60    TO BAND-60-ED
029400     MOVE WS-TOT-90    TO BAND-90-ED
029500     MOVE WS-TOT-OVER  TO BAND-OVER-ED
029600     MOVE WS-TOT-TOTAL TO BAND-TOT-ED
029700     WRITE ENR-OUTDSP FROM L-BAND-LINE
029800     .
029900
030000 TEST-SQLCODE.
030100     EVALUATE TRUE
030200          WHEN SQLCODE IS EQUAL TO ZERO
030300                CONTINUE
030400          WHEN SQLCODE IS GREATER ZERO
030500             IF SQLCODE = 100
030600               CONTINUE
030700             ELSE
030800               DISPLAY 'WARNING : ' SQLCODE
030900             END-IF
031000          WHEN SQLCODE IS LESS THAN ZERO
031100                DISPLAY 'ANOMALIE : ' SQLCODE
031200                PERFORM ABEND-PROG
031300     END-EVALUATE.
031400
031500 ABEND-PROG.
031600     DISPLAY 'PART91 ABENDING - SEE SQLCODE ABOVE'
031700     MOVE 16 TO RETURN-CODE
031800     STOP RUN.
