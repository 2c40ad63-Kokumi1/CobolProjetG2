000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART118.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DAILY ACTIVATION OF             *
000600*              FUTURE-DATED CATALOG PRICES. EVERY                *
000700*              API5.PRICE_PENDING ROW STILL PENDING WHOSE        *
000800*              EFFECTIVE DATE HAS COME (PART1 NEWPRDS OR PART30  *
000900*              REVIEWED PRICES) IS MOVED ONTO PRODUCTS.PRICE AND *
001000*              ITS PRICE_HISTORY ROW WRITTEN THAT DAY, CARRYING  *
001100*              THE PART30 OPERATOR AND APPROVER; THE ROW IS      *
001200*              MARKED ACTIVATED. A PRODUCT NO LONGER ON FILE     *
001300*              REFUSES THE ROW. THE PRICE CHANGES STILL TO COME  *
001400*              ARE THEN LISTED ON FICUPRC (DATE, PRODUCT,        *
001500*              CURRENT AND NEW PRICE, CHANGE IN PERCENT) FOR     *
001600*              SALES TO ANNOUNCE; PART72 SENDS THE NEXT ONE TO   *
001700*              THE PARTNER.                                      *
001720* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001740*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001760*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001780*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
002200     DECIMAL-POINT IS COMMA.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OUTUPRC ASSIGN TO FICUPRC.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD OUTUPRC.
003100 01 ENR-OUTUPRC PIC X(80).
003200
003300 WORKING-STORAGE SECTION.
003400     EXEC SQL
003500        INCLUDE SQLCA
003600     END-EXEC.
003700     EXEC SQL
003800        INCLUDE PRICEPND
003900     END-EXEC.
004000     EXEC SQL
004100        INCLUDE PRICEHIST
004200     END-EXEC.
004300     EXEC SQL
004400        INCLUDE PRODUCTS
004500     END-EXEC.
004600
004700******************************************************
004800*** PENDING PRICES WHOSE DATE HAS COME, OLDEST      ***
004900*** FIRST, SO TWO DATES FALLING DUE TOGETHER FOR    ***
005000*** ONE PRODUCT LEAVE THE LATEST PRICE STANDING.    ***
005100******************************************************
005200     EXEC SQL
005300        DECLARE CDUE CURSOR
005400        FOR
005500        SELECT P_NO, NEW_PRICE, EFF_DATE, SOURCE,
005600               OPERATOR, APPROVER
005700        FROM API5.PRICE_PENDING
005800        WHERE STATUS   = 'P'
005900        AND   EFF_DATE <= :WS-TODAY-DASHED
006000        ORDER BY P_NO, EFF_DATE
006100     END-EXEC.
006200
006300******************************************************
006400*** PRICE CHANGES STILL TO COME, BY DATE.           ***
006500******************************************************
006600     EXEC SQL
006700        DECLARE CUPC CURSOR
006800        FOR
006900        SELECT K.P_NO, P.DESCRIPTION, P.PRICE,
007000               K.NEW_PRICE, K.EFF_DATE, K.SOURCE
007100        FROM API5.PRICE_PENDING K
007200        INNER JOIN API5.PRODUCTS P
007300        ON K.P_NO = P.P_NO
007400        WHERE K.STATUS = 'P'
007500        ORDER BY K.EFF_DATE, K.P_NO
007600     END-EXEC.
007700
007800 77 WS-TODAY-RAW      PIC X(8).
007850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007900 77 WS-TODAY-DASHED   PIC X(10).
008000 77 WS-CURR-PRICE     PIC 9(3)V99 COMP-3.
008100 77 WS-PCT-CHANGE     PIC S9(5)V99 COMP-3.
008200 77 WS-CNT-DUE        PIC 9(5) VALUE ZERO.
008300 77 WS-CNT-ACTIVATED  PIC 9(5) VALUE ZERO.
008400 77 WS-CNT-REFUSED    PIC 9(5) VALUE ZERO.
008500 77 WS-CNT-UPCOMING   PIC 9(5) VALUE ZERO.
008600 77 WS-DUE-DONE       PIC X VALUE 'N'.
008700    88 DUE-DONE         VALUE 'O'.
008800    88 DUE-NOT-DONE     VALUE 'N'.
008900 77 WS-UPC-DONE       PIC X VALUE 'N'.
009000    88 UPC-DONE         VALUE 'O'.
009100    88 UPC-NOT-DONE     VALUE 'N'.
009200 77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
009300 77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART118'.
009400 77 WS-RLOG-EVENT      PIC X(1).
009500 77 WS-RLOG-READ       PIC 9(7) VALUE ZERO.
009600 77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
009700 77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
009800 77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
009900
010000 01 L-TITLE-LINE.
010100    05 FILLER         PIC X(41)
010200       VALUE 'PART118 - CHANGEMENTS DE PRIX A VENIR AU '.
010300    05 TTL-DATE-ED    PIC X(10).
010400    05 FILLER         PIC X(29) VALUE SPACE.
010500 01 L-HEAD-LINE.
010600    05 FILLER         PIC X(40)
010700       VALUE 'DATE EFFET PRD DESCRIPTION              '.
010800    05 FILLER         PIC X(40)
010900       VALUE '     ACTUEL  NOUVEAU    VAR %SRC        '.
011000 01 L-DETAIL-LINE.
011100    05 DET-EFF-ED     PIC X(10).
011200    05 FILLER         PIC X(1)  VALUE SPACE.
011300    05 DET-PNO-ED     PIC X(3).
011400    05 FILLER         PIC X(1)  VALUE SPACE.
011500    05 DET-DESC-ED    PIC X(25).
011600    05 FILLER         PIC X(5)  VALUE SPACE.
011700    05 DET-CURR-ED    PIC ZZ9,99.
011800    05 FILLER         PIC X(3)  VALUE SPACE.
011900    05 DET-NEW-ED     PIC ZZ9,99.
012000    05 FILLER         PIC X(1)  VALUE SPACE.
012100    05 DET-PCT-ED     PIC -ZZZ9,99.
012200    05 FILLER         PIC X(2)  VALUE SPACE.
012300    05 DET-SRC-ED     PIC X(1).
012400    05 FILLER         PIC X(8)  VALUE SPACE.
012500 01 L-TOTAL-LINE.
012600    05 FILLER         PIC X(28)
012700       VALUE 'CHANGEMENTS DE PRIX A VENIR '.
012800    05 TOT-COUNT-ED   PIC ZZZZ9.
012900    05 FILLER         PIC X(47) VALUE SPACE.
013000
013100 PROCEDURE DIVISION.
013200     MOVE 'S' TO WS-RLOG-EVENT
013300     PERFORM WRITE-RUN-LOG
013400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
013450     CALL RUNDATE USING WS-TODAY-RAW
013500     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
013600            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
013700            INTO WS-TODAY-DASHED
013800     END-STRING
013900
014000     SET DUE-NOT-DONE TO TRUE
014100     EXEC SQL
014200        OPEN CDUE
014300     END-EXEC
014400     PERFORM TEST-SQLCODE
014500     PERFORM ACTIVATE-ONE-PRICE UNTIL DUE-DONE
014600     EXEC SQL
014700        CLOSE CDUE
014800     END-EXEC
014900     PERFORM TEST-SQLCODE
015000     PERFORM COMMIT-SQL
015100
015200     OPEN OUTPUT OUTUPRC
015300     MOVE WS-TODAY-DASHED TO TTL-DATE-ED
015400     WRITE ENR-OUTUPRC FROM L-TITLE-LINE
015500     WRITE ENR-OUTUPRC FROM L-HEAD-LINE
015600     SET UPC-NOT-DONE TO TRUE
015700     EXEC SQL
015800        OPEN CUPC
015900     END-EXEC
016000     PERFORM TEST-SQLCODE
016100     PERFORM LIST-ONE-UPCOMING UNTIL UPC-DONE
016200     EXEC SQL
016300        CLOSE CUPC
016400     END-EXEC
016500     PERFORM TEST-SQLCODE
016600     MOVE WS-CNT-UPCOMING TO TOT-COUNT-ED
016700     WRITE ENR-OUTUPRC FROM L-TOTAL-LINE
016800     CLOSE OUTUPRC
016900
017000     DISPLAY '===================================='
017100     DISPLAY 'PART118 PRICE ACTIVATION SUMMARY'
017200     DISPLAY 'PRICES DUE       : ' WS-CNT-DUE
017300     DISPLAY 'PRICES ACTIVATED : ' WS-CNT-ACTIVATED
017400     DISPLAY 'PRICES REFUSED   : ' WS-CNT-REFUSED
017500     DISPLAY 'CHANGES TO COME  : ' WS-CNT-UPCOMING
017600     DISPLAY '===================================='
017700     MOVE 'E' TO WS-RLOG-EVENT
017800     MOVE WS-CNT-DUE TO WS-RLOG-READ
017900     MOVE WS-CNT-ACTIVATED TO WS-RLOG-LOADED
018000     MOVE WS-CNT-REFUSED TO WS-RLOG-REJECTED
018100     MOVE RETURN-CODE TO WS-RLOG-RETCODE
018200     PERFORM WRITE-RUN-LOG
018300     GOBACK.
018400
018500 ACTIVATE-ONE-PRICE.
018600     EXEC SQL
018700        FETCH CDUE
018800        INTO :PPND-P-NO, :PPND-NEW-PRICE, :PPND-EFF-DATE,
018900             :PPND-SOURCE, :PPND-OPERATOR, :PPND-APPROVER
019000     END-EXEC
019100     EVALUATE TRUE
019200        WHEN SQLCODE = +100
019300             SET DUE-DONE TO TRUE
019400        WHEN SQLCODE = ZERO
019500             ADD 1 TO WS-CNT-DUE
019600             PERFORM APPLY-PENDING-PRICE
019700        WHEN OTHER
019800             PERFORM TEST-SQLCODE
019900     END-EVALUATE
020000     .
020100
020200******************************************************
020300*** THE PRICE REPLACES WHATEVER THE CATALOG CARRIES ***
020400*** TODAY, AND THE HISTORY ROW RECORDS THAT CHANGE  ***
020500*** AS OF TODAY. A PRODUCT NO LONGER ON FILE        ***
020600*** REFUSES THE ROW SO IT IS NOT RETRIED EVERY DAY. ***
020700******************************************************
020800 APPLY-PENDING-PRICE.
020900     MOVE ZERO TO WS-CURR-PRICE
021000     EXEC SQL
021100        SELECT PRICE INTO :WS-CURR-PRICE
021200        FROM API5.PRODUCTS
021300        WHERE P_NO = :PPND-P-NO
021400     END-EXEC
021500     EVALUATE TRUE
021600        WHEN SQLCODE = +100
021700             ADD 1 TO WS-CNT-REFUSED
021800             DISPLAY 'PRIX REFUSE - PRODUIT INCONNU : ' PPND-P-NO
021900                     ' AU ' PPND-EFF-DATE
022000             MOVE 'R' TO PPND-STATUS
022100             PERFORM MARK-PENDING-ROW
022200        WHEN SQLCODE = ZERO
022300             PERFORM UPDATE-PRODUCT-PRICE
022400             PERFORM INSERT-PRICE-HISTORY
022500             ADD 1 TO WS-CNT-ACTIVATED
022600             MOVE 'A' TO PPND-STATUS
022700             PERFORM MARK-PENDING-ROW
022800        WHEN OTHER
022900             PERFORM TEST-SQLCODE
023000     END-EVALUATE
023100     .
023200
023300 UPDATE-PRODUCT-PRICE.
023400     EXEC SQL
023500        UPDATE API5.PRODUCTS
023600        SET PRICE = :PPND-NEW-PRICE
023700        WHERE P_NO = :PPND-P-NO
023800     END-EXEC
023900     PERFORM TEST-SQLCODE
024000     .
024100
024200 INSERT-PRICE-HISTORY.
024300     MOVE PPND-P-NO       TO PRHIST-P-NO
024400     MOVE WS-CURR-PRICE   TO PRHIST-OLD-PRICE
024500     MOVE PPND-NEW-PRICE  TO PRHIST-NEW-PRICE
024600     MOVE WS-TODAY-DASHED TO PRHIST-LOAD-DATE
024700     MOVE PPND-OPERATOR   TO PRHIST-OPERATOR
024800     MOVE PPND-APPROVER   TO PRHIST-APPROVER
024900     EXEC SQL
025000         INSERT INTO API5.PRICE_HISTORY
025100         (P_NO, OLD_PRICE, NEW_PRICE, LOAD_DATE,
025200          OPERATOR, APPROVER)
025300         VALUES(:PRHIST-P-NO,
025400                :PRHIST-OLD-PRICE,
025500                :PRHIST-NEW-PRICE,
025600                :PRHIST-LOAD-DATE,
025700                :PRHIST-OPERATOR,
025800                :PRHIST-APPROVER)
025900     END-EXEC
026000     PERFORM TEST-SQLCODE
026100     .
026200
026300 MARK-PENDING-ROW.
026400     EXEC SQL
026500        UPDATE API5.PRICE_PENDING
026600        SET STATUS   = :PPND-STATUS,
026700            ACT_DATE = :WS-TODAY-DASHED
026800        WHERE P_NO     = :PPND-P-NO
026900        AND   EFF_DATE = :PPND-EFF-DATE
027000        AND   STATUS   = 'P'
027100     END-EXEC
027200     PERFORM TEST-SQLCODE
027300     .
027400
027500 LIST-ONE-UPCOMING.
027600     EXEC SQL
027700        FETCH CUPC
027800        INTO :PPND-P-NO, :PROD-DESCRIPTION, :PROD-PRICE,
027900             :PPND-NEW-PRICE, :PPND-EFF-DATE, :PPND-SOURCE
028000     END-EXEC
028100     EVALUATE TRUE
028200        WHEN SQLCODE = +100
028300             SET UPC-DONE TO TRUE
028400        WHEN SQLCODE = ZERO
028500             ADD 1 TO WS-CNT-UPCOMING
028600             PERFORM WRITE-UPCOMING-LINE
028700        WHEN OTHER
028800             PERFORM TEST-SQLCODE
028900     END-EVALUATE
029000     .
029100
029200 WRITE-UPCOMING-LINE.
029300     MOVE PPND-EFF-DATE  TO DET-EFF-ED
029400     MOVE PPND-P-NO      TO DET-PNO-ED
029500     MOVE SPACES         TO DET-DESC-ED
029600     IF PROD-DESCRIPTION-LEN > ZERO
029700        MOVE PROD-DESCRIPTION-TEXT(1:PROD-DESCRIPTION-LEN)
029800          TO DET-DESC-ED
029900     END-IF
030000     MOVE PROD-PRICE     TO DET-CURR-ED
030100     MOVE PPND-NEW-PRICE TO DET-NEW-ED
030200     MOVE ZERO TO WS-PCT-CHANGE
030300     IF PROD-PRICE > ZERO
030400        COMPUTE WS-PCT-CHANGE ROUNDED =
030500                (PPND-NEW-PRICE - PROD-PRICE) * 100 / PROD-PRICE
030600     END-IF
030700     MOVE WS-PCT-CHANGE  TO DET-PCT-ED
030800     MOVE PPND-SOURCE    TO DET-SRC-ED
030900     WRITE ENR-OUTUPRC FROM L-DETAIL-LINE
031000     .
031100
031200 COMMIT-SQL.
031300     EXEC SQL COMMIT END-EXEC
031400     IF SQLCODE NOT = ZERO
031500        DISPLAY 'WARNING COMMIT : ' SQLCODE
031600     END-IF
031700     .
031800
031900 WRITE-RUN-LOG.
032000     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
032100                        WS-RLOG-READ WS-RLOG-LOADED
032200                        WS-RLOG-REJECTED WS-RLOG-RETCODE
032300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
032400*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
032500     MOVE WS-RLOG-RETCODE TO RETURN-CODE
032600     .
032700
032800 TEST-SQLCODE.
032900     EVALUATE TRUE
033000          WHEN SQLCODE IS EQUAL TO ZERO
033100                CONTINUE
033200          WHEN SQLCODE IS GREATER ZERO
033300             IF SQLCODE = 100
033400               CONTINUE
033500             ELSE
033600               DISPLAY 'WARNING : ' SQLCODE
033700             END-IF
033800          WHEN SQLCODE IS LESS THAN ZERO
033900                DISPLAY 'ANOMALIE : ' SQLCODE
034000                PERFORM ABEND-PROG
034100     END-EVALUATE.
034200
034300 ABEND-PROG.
034400     EXEC SQL ROLLBACK END-EXEC
034500     DISPLAY 'PART118 ABENDING - SEE SQLCODE ABOVE'
034600     MOVE 16 TO RETURN-CODE
034700     STOP RUN.
