000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART114.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - ADVANCE SHIP NOTICE FEED TO THE *
000600*              WHOLESALE PARTNER. RUN AFTER PART37 HAS POSTED    *
000700*              THE DAY'S SHIPPING CONFIRMATIONS : FOR EVERY      *
000800*              PARTNER-MARKET ORDER (ORDERS.MARKET 'PT') WITH A  *
000900*              DELIVERY NOTE DATED ASNDATE (ENV VAR YYYY-MM-DD,  *
001000*              DEFAULT = TODAY), WRITES TO PARTASN ONE SHP       *
001100*              RECORD PER NOTE (PARTNER REFERENCE FROM PART26'S  *
001200*              PARTXRF, OUR O_NO, NOTE NUMBER, SHIP DATE,        *
001300*              CARRIER AND TRACKING), ONE LIN RECORD PER LINE    *
001400*              SHIPPED (QUANTITY IN THE PACK THE PARTNER ORDERED *
001500*              IN WHEN IT DIVIDES EVENLY, PLUS THE BASE UNITS)   *
001600*              AND ONE LOT RECORD PER SUPPLIER LOT SLICE, FRAMED *
001700*              BY THE SAME HDR/TRL CONTROL RECORDS AS PARTINV    *
001800*              (TRL COUNT PLUS AN ADDITIVE BASE-UNIT HASH).      *
001820* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001840*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001860*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001880*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001882* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001884*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001886*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001888*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001890*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001892*              FOR THE PART131 REPORT.                           *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SPECIAL-NAMES.
002300     DECIMAL-POINT IS COMMA.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PARTXRF ASSIGN TO PARTXRF
002800      ORGANIZATION IS SEQUENTIAL
002900      FILE STATUS IS WS-XRF-STATUS.
003000     SELECT PARTASN ASSIGN TO PARTASN
003100      ORGANIZATION IS SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD PARTXRF.
003600 01 PARTXRF-RECORD.
003700    05 XRF-REF           PIC X(10).
003800    05 XRF-O-NO          PIC 9(6).
003900 FD PARTASN.
004000 01 PARTASN-RECORD PIC X(60).
004100
004200 WORKING-STORAGE SECTION.
004300     EXEC SQL
004400        INCLUDE SQLCA
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE ITEMS
004800     END-EXEC.
004900     EXEC SQL
005000        INCLUDE DELNOTE
005100     END-EXEC.
005200
005300******************************************************
005400*** THE DAY'S DELIVERY NOTES FOR PARTNER ORDERS.    ***
005500******************************************************
005600     EXEC SQL
005700        DECLARE CASN CURSOR
005800        FOR
005900        SELECT N.NOTE_NO, N.O_NO, N.NOTE_DATE,
006000               COALESCE(N.CARRIER, '    '),
006100               COALESCE(N.TRACKING_NO, ' ')
006200        FROM API5.DELIVERY_NOTES N
006300        JOIN API5.ORDERS O
006400        ON N.O_NO = O.O_NO
006500        WHERE O.MARKET = 'PT'
006600        AND   N.NOTE_DATE = :WS-ASN-DATE
006700        ORDER BY N.NOTE_NO
006800     END-EXEC.
006900
007000******************************************************
007100*** WHAT WENT IN THE BOX - EACH LINE ROW ('L') IS   ***
007200*** FOLLOWED BY ITS LOT SLICES ('T').               ***
007300******************************************************
007400     EXEC SQL
007500        DECLARE CDNL CURSOR
007600        FOR
007700        SELECT P_NO, ROW_TYPE, LOT_P_NO, LOT_NO, QTY
007800        FROM API5.DELIVERY_NOTE_LINES
007900        WHERE NOTE_NO = :DN-NO
008000        ORDER BY P_NO, ROW_TYPE, LOT_P_NO, LOT_NO
008100     END-EXEC.
008200
008300 77 WS-XRF-STATUS     PIC XX VALUE SPACES.
008400 77 WS-XRF-EOF        PIC 9 VALUE ZERO.
008500    88 XRF-EOF          VALUE 1.
008600 77 WS-DATE-PARM      PIC X(10).
008700 77 WS-ASN-DATE       PIC X(10).
008800 77 WS-TODAY-RAW      PIC X(8).
008850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART114'.
008874 77 WS-PGET-NAME      PIC X(12).
008882 77 WS-PGET-VALUE     PIC X(40).
008890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008900 77 WS-ASN-DONE       PIC X VALUE 'N'.
009000    88 ASN-DONE         VALUE 'O'.
009100    88 ASN-NOT-DONE     VALUE 'N'.
009200 77 WS-DNL-DONE       PIC X VALUE 'N'.
009300    88 DNL-DONE         VALUE 'O'.
009400    88 DNL-NOT-DONE     VALUE 'N'.
009500 77 WS-CNT-NOTES      PIC 9(5) VALUE ZERO.
009600 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
009700 77 WS-CNT-LOTS       PIC 9(7) VALUE ZERO.
009800 77 WS-CNT-RECORDS    PIC 9(7) VALUE ZERO.
009900 77 WS-CTL-HASH       PIC 9(13) COMP-3 VALUE ZERO.
010000 77 WS-LINE-REF       PIC X(10).
010100 77 WS-PACK-FACTOR    PIC 9(5) VALUE ZERO.
010200 77 WS-PACK-COUNT     PIC 9(5) VALUE ZERO.
010300 77 WS-PACK-REST      PIC 9(5) VALUE ZERO.
010400
010500******************************************************
010600*** THE CUMULATIVE PART26 CROSS-REFERENCE, LOADED   ***
010700*** ONCE UP FRONT - ORDER NUMBER TO PARTNER REF.    ***
010800******************************************************
010900 01 WS-XRF-TABLE.
011000    05 WS-XRF-ENTRY OCCURS 2000 TIMES.
011100       10 WS-XRF-ONO      PIC 9(6).
011200       10 WS-XRF-REFX     PIC X(10).
011300 01 WS-XRF-COUNT      PIC 9(4) COMP VALUE ZERO.
011400 01 WS-XX             PIC 9(4) COMP.
011500 01 WS-XRF-HIT        PIC 9(4) COMP VALUE ZERO.
011600
011700 01 L-HDR-LINE.
011800    05 FILLER          PIC X(3)  VALUE 'HDR'.
011900    05 HDR-DATE-ED     PIC X(10).
012000    05 FILLER          PIC X(4)  VALUE 'ASN '.
012100    05 FILLER          PIC X(43) VALUE SPACE.
012200 01 L-TRL-LINE.
012300    05 FILLER          PIC X(3)  VALUE 'TRL'.
012400    05 TRL-COUNT-ED    PIC 9(7).
012500    05 TRL-HASH-ED     PIC 9(13).
012600    05 FILLER          PIC X(37) VALUE SPACE.
012700 01 L-SHP-LINE.
012800    05 FILLER          PIC X(3)  VALUE 'SHP'.
012900    05 SHP-REF-ED      PIC X(10).
013000    05 SHP-ONO-ED      PIC 9(6).
013100    05 SHP-DNNO-ED     PIC 9(6).
013200    05 SHP-DATE-ED     PIC X(10).
013300    05 SHP-CARRIER-ED  PIC X(4).
013400    05 SHP-TRACK-ED    PIC X(20).
013500    05 FILLER          PIC X(1)  VALUE SPACE.
013600 01 L-LIN-LINE.
013700    05 FILLER          PIC X(3)  VALUE 'LIN'.
013800    05 LIN-REF-ED      PIC X(10).
013900    05 LIN-DNNO-ED     PIC 9(6).
014000    05 LIN-PNO-ED      PIC X(3).
014100    05 LIN-QTY-ED      PIC 9(5).
014200    05 LIN-UNIT-ED     PIC X(2).
014300    05 LIN-BASE-ED     PIC 9(5).
014400    05 FILLER          PIC X(26) VALUE SPACE.
014500 01 L-LOT-LINE.
014600    05 FILLER          PIC X(3)  VALUE 'LOT'.
014700    05 LOT-REF-ED      PIC X(10).
014800    05 LOT-DNNO-ED     PIC 9(6).
014900    05 LOT-PNO-ED      PIC X(3).
015000    05 LOT-LOTPNO-ED   PIC X(3).
015100    05 LOT-LOTNO-ED    PIC X(10).
015200    05 LOT-QTY-ED      PIC 9(5).
015300    05 FILLER          PIC X(20) VALUE SPACE.
015400
015500 PROCEDURE DIVISION.
015600     PERFORM INITIALIZE-PARAMETERS
015700     PERFORM LOAD-XRF-TABLE
015800
015900     OPEN OUTPUT PARTASN
016000     MOVE WS-ASN-DATE TO HDR-DATE-ED
016100     WRITE PARTASN-RECORD FROM L-HDR-LINE
016200
016300     SET ASN-NOT-DONE TO TRUE
016400     EXEC SQL
016500        OPEN CASN
016600     END-EXEC
016700     PERFORM TEST-SQLCODE
016800     PERFORM FEED-ONE-NOTE UNTIL ASN-DONE
016900     EXEC SQL
017000        CLOSE CASN
017100     END-EXEC
017200     PERFORM TEST-SQLCODE
017300
017400     MOVE WS-CNT-RECORDS TO TRL-COUNT-ED
017500     MOVE WS-CTL-HASH    TO TRL-HASH-ED
017600     WRITE PARTASN-RECORD FROM L-TRL-LINE
017700     CLOSE PARTASN
017800
017900     DISPLAY '===================================='
018000     DISPLAY 'PART114 PARTNER SHIP NOTICE SUMMARY'
018100     DISPLAY 'SHIP DATE        : ' WS-ASN-DATE
018200     DISPLAY 'NOTES SENT       : ' WS-CNT-NOTES
018300     DISPLAY 'LINES SENT       : ' WS-CNT-LINES
018400     DISPLAY 'LOT SLICES SENT  : ' WS-CNT-LOTS
018500     DISPLAY '===================================='
018600     GOBACK.
018700
018800 INITIALIZE-PARAMETERS.
018900     MOVE SPACES TO WS-DATE-PARM
019000     MOVE 'ASNDATE' TO WS-PGET-NAME
019033     PERFORM GET-RUN-PARM
019066     MOVE WS-PGET-VALUE TO WS-DATE-PARM
019100     IF WS-DATE-PARM NOT = SPACES
019200        MOVE WS-DATE-PARM TO WS-ASN-DATE
019300     ELSE
019400        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
019450        CALL RUNDATE USING WS-TODAY-RAW
019500        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
019600               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
019700               INTO WS-ASN-DATE
019800        END-STRING
019900     END-IF
020000     .
020100
020200 LOAD-XRF-TABLE.
020300     MOVE ZERO TO WS-XRF-COUNT
020400     MOVE ZERO TO WS-XRF-EOF
020500     OPEN INPUT PARTXRF
020600     IF WS-XRF-STATUS = '00'
020700        PERFORM LOAD-ONE-XRF UNTIL XRF-EOF
020800        CLOSE PARTXRF
020900     ELSE
021000        DISPLAY 'PART114 : PARTXRF ABSENT - REFERENCES VIDES'
021100     END-IF
021200     .
021300
021400 LOAD-ONE-XRF.
021500     READ PARTXRF
021600        AT END
021700           SET XRF-EOF TO TRUE
021800        NOT AT END
021900           IF WS-XRF-COUNT < 2000
022000              ADD 1 TO WS-XRF-COUNT
022100              MOVE XRF-O-NO TO WS-XRF-ONO(WS-XRF-COUNT)
022200              MOVE XRF-REF  TO WS-XRF-REFX(WS-XRF-COUNT)
022300           END-IF
022400     END-READ
022500     .
022600
022700 FIND-PARTNER-REF.
022800     MOVE SPACES TO WS-LINE-REF
022900     MOVE ZERO TO WS-XRF-HIT
023000     IF WS-XRF-COUNT > ZERO
023100        PERFORM SCAN-ONE-XRF
023200           VARYING WS-XX FROM 1 BY 1
023300           UNTIL WS-XRF-HIT > ZERO OR WS-XX > WS-XRF-COUNT
023400     END-IF
023500     IF WS-XRF-HIT > ZERO
023600        MOVE WS-XRF-REFX(WS-XRF-HIT) TO WS-LINE-REF
023700     END-IF
023800     .
023900
024000 SCAN-ONE-XRF.
024100     IF WS-XRF-ONO(WS-XX) = DN-O-NO
024200        MOVE WS-XX TO WS-XRF-HIT
024300     END-IF
024400     .
024500
024600 FEED-ONE-NOTE.
024700     EXEC SQL
024800        FETCH CASN
024900        INTO :DN-NO, :DN-O-NO, :DN-DATE,
025000             :DN-CARRIER, :DN-TRACKING
025100     END-EXEC
025200     EVALUATE TRUE
025300        WHEN SQLCODE = +100
025400             SET ASN-DONE TO TRUE
025500        WHEN SQLCODE = ZERO
025600             ADD 1 TO WS-CNT-NOTES
025700             PERFORM FIND-PARTNER-REF
025800             PERFORM WRITE-SHIPMENT-LINE
025900             PERFORM FEED-NOTE-LINES
026000        WHEN OTHER
026100             PERFORM TEST-SQLCODE
026200     END-EVALUATE
026300     .
026400
026500 WRITE-SHIPMENT-LINE.
026600     MOVE WS-LINE-REF    TO SHP-REF-ED
026700     MOVE DN-O-NO        TO SHP-ONO-ED
026800     MOVE DN-NO          TO SHP-DNNO-ED
026900     MOVE DN-DATE        TO SHP-DATE-ED
027000     MOVE DN-CARRIER     TO SHP-CARRIER-ED
027100     MOVE DN-TRACKING    TO SHP-TRACK-ED
027200     WRITE PARTASN-RECORD FROM L-SHP-LINE
027300     ADD 1 TO WS-CNT-RECORDS
027400     .
027500
027600 FEED-NOTE-LINES.
027700     SET DNL-NOT-DONE TO TRUE
027800     EXEC SQL
027900        OPEN CDNL
028000     END-EXEC
028100     PERFORM TEST-SQLCODE
028200     PERFORM FEED-ONE-ROW UNTIL DNL-DONE
028300     EXEC SQL
028400        CLOSE CDNL
028500     END-EXEC
028600     PERFORM TEST-SQLCODE
028700     .
028800
028900 FEED-ONE-ROW.
029000     EXEC SQL
029100        FETCH CDNL
029200        INTO :DNL-P-NO, :DNL-ROW-TYPE, :DNL-LOT-P-NO,
029300             :DNL-LOT-NO, :DNL-QTY
029400     END-EXEC
029500     EVALUATE TRUE
029600        WHEN SQLCODE = +100
029700             SET DNL-DONE TO TRUE
029800        WHEN SQLCODE = ZERO AND DNL-ROW-TYPE = 'L'
029900             PERFORM WRITE-SHIPPED-LINE
030000        WHEN SQLCODE = ZERO AND DNL-ROW-TYPE = 'T'
030100             PERFORM WRITE-LOT-LINE
030200        WHEN SQLCODE = ZERO
030300             CONTINUE
030400        WHEN OTHER
030500             PERFORM TEST-SQLCODE
030600     END-EVALUATE
030700     .
030800
030900******************************************************
031000*** A LINE THE PARTNER ORDERED IN PACKS GOES BACK   ***
031100*** AS A PACK COUNT WHEN THE SHIPPED UNITS DIVIDE   ***
031200*** EVENLY - A PARTIAL PACK GOES IN BASE UNITS.     ***
031300*** THE HASH ADDS THE BASE UNITS OF EVERY LINE.     ***
031400******************************************************
031500 WRITE-SHIPPED-LINE.
031600     PERFORM READ-ORDER-UNIT
031700     MOVE WS-LINE-REF    TO LIN-REF-ED
031800     MOVE DN-NO          TO LIN-DNNO-ED
031900     MOVE DNL-P-NO       TO LIN-PNO-ED
032000     MOVE DNL-QTY        TO LIN-QTY-ED
032100     MOVE SPACES         TO LIN-UNIT-ED
032200     MOVE DNL-QTY        TO LIN-BASE-ED
032300     IF ITEMS-ORDER-UNIT NOT = SPACES AND ITEMS-ORDER-QTY > ZERO
032400        DIVIDE ITEMS-QUANTITY BY ITEMS-ORDER-QTY
032500           GIVING WS-PACK-FACTOR
032600        IF WS-PACK-FACTOR > ZERO
032700           DIVIDE DNL-QTY BY WS-PACK-FACTOR
032800              GIVING WS-PACK-COUNT REMAINDER WS-PACK-REST
032900           IF WS-PACK-REST = ZERO
033000              MOVE WS-PACK-COUNT    TO LIN-QTY-ED
033100              MOVE ITEMS-ORDER-UNIT TO LIN-UNIT-ED
033200           END-IF
033300        END-IF
033400     END-IF
033500     WRITE PARTASN-RECORD FROM L-LIN-LINE
033600     ADD 1 TO WS-CNT-LINES
033700     ADD 1 TO WS-CNT-RECORDS
033800     ADD DNL-QTY TO WS-CTL-HASH
033900     .
034000
034100 READ-ORDER-UNIT.
034200     MOVE ZERO   TO ITEMS-QUANTITY
034300     MOVE SPACES TO ITEMS-ORDER-UNIT
034400     MOVE ZERO   TO ITEMS-ORDER-QTY
034500     EXEC SQL
034600        SELECT QUANTITY, COALESCE(ORDER_UNIT, '  '),
034700               COALESCE(ORDER_QTY, 0)
034800        INTO :ITEMS-QUANTITY, :ITEMS-ORDER-UNIT, :ITEMS-ORDER-QTY
034900        FROM API5.ITEMS
035000        WHERE O_NO = :DN-O-NO
035100        AND   P_NO = :DNL-P-NO
035200        AND   ITEM_TYPE = 'O'
035300        FETCH FIRST 1 ROW ONLY
035400     END-EXEC
035500     IF SQLCODE = +100
035600        MOVE SPACES TO ITEMS-ORDER-UNIT
035700     ELSE
035800        PERFORM TEST-SQLCODE
035900     END-IF
036000     .
036100
036200 WRITE-LOT-LINE.
036300     MOVE WS-LINE-REF    TO LOT-REF-ED
036400     MOVE DN-NO          TO LOT-DNNO-ED
036500     MOVE DNL-P-NO       TO LOT-PNO-ED
036600     MOVE DNL-LOT-P-NO   TO LOT-LOTPNO-ED
036700     MOVE DNL-LOT-NO     TO LOT-LOTNO-ED
036800     MOVE DNL-QTY        TO LOT-QTY-ED
036900     WRITE PARTASN-RECORD FROM L-LOT-LINE
037000     ADD 1 TO WS-CNT-LOTS
037100     ADD 1 TO WS-CNT-RECORDS
037200     .
037300
037400 TEST-SQLCODE.
037500     EVALUATE TRUE
037600          WHEN SQLCODE IS EQUAL TO ZERO
037700                CONTINUE
037800          WHEN SQLCODE IS GREATER ZERO
037900             IF SQLCODE = 100
038000               CONTINUE
038100             ELSE
038200               DISPLAY 'WARNING : ' SQLCODE
038300             END-IF
038400          WHEN SQLCODE IS LESS THAN ZERO
038500                DISPLAY 'ANOMALIE : ' SQLCODE
038600                PERFORM ABEND-PROG
038700     END-EVALUATE.
038800
038900 ABEND-PROG.
039000     DISPLAY 'PART114 ABENDING - SEE SQLCODE ABOVE'
039100     MOVE 16 TO RETURN-CODE
039200     STOP RUN.
039300
039400******************************************************
039500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
039600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
039700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
039800******************************************************
039900 GET-RUN-PARM.
040000     MOVE RETURN-CODE TO WS-PGET-RETCODE
040100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
040200                        WS-PGET-VALUE
040300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
040400     MOVE WS-PGET-RETCODE TO RETURN-CODE
040500     .
