000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART122.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CONSOLIDATION OF THE NIGHT'S    *
000600*              PART2 LOAD. READS THE API5.LOAD_PARTITIONS ROWS   *
000700*              FOR THE LOAD DATE (THE BUSINESS DATE THE VENT*    *
000800*              FILES ARE STAMPED WITH, P2LOADDATE OVERRIDES) AND *
000900*              PRINTS THE COMBINED RECONCILIATION ON FICP2C -    *
001000*              EACH PARTITION'S STATUS, RETURN CODE AND COUNTS,  *
001100*              THE NIGHT'S TOTALS, AND THE ORDERS AND ITEMS ROWS *
001200*              ACTUALLY ON FILE FROM EACH PARTITION'S INPUT      *
001300*              FILE. ENDS RC 0, RELEASING PART4, ONLY WHEN EVERY *
001400*              EXPECTED MARKET PARTITION (P2MARKETS, DEFAULT EU  *
001500*              AS US PT) HAS ENDED WITH RETCODE ZERO, OR THE     *
001600*              SERIAL MERGE ('**') HAS; OTHERWISE RC 8 NAMING    *
001700*              EACH MISSING, UNFINISHED OR FAILED PARTITION.     *
001720* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001740*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001760*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001780*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001782* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001784*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001786*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001788*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001790*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001792*              FOR THE PART131 REPORT.                           *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
002200     DECIMAL-POINT IS COMMA.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OUTP2C ASSIGN TO FICP2C.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD OUTP2C.
003100 01 ENR-OUTP2C         PIC X(80).
003200
003300 WORKING-STORAGE SECTION.
003400     EXEC SQL
003500        INCLUDE SQLCA
003600     END-EXEC.
003700     EXEC SQL
003800        INCLUDE LOADPART
003900     END-EXEC.
004000
004100******************************************************
004200*** EVERY PART2 INSTANCE THAT STARTED ON THE LOAD   ***
004300*** DATE - THE SERIAL MERGE ('**') SORTS FIRST.     ***
004400******************************************************
004500     EXEC SQL
004600        DECLARE CLPART CURSOR
004700        FOR
004800        SELECT MARKET, STATUS, RETCODE,
004900               COALESCE(LOAD_FILE, ' '),
005000               READ_CNT, ORDERS_CNT, ITEMS_CNT, REJECTED_CNT,
005100               SUSPENDED_CNT, HELD_CNT, BACKORD_CNT, REVENUE
005200        FROM API5.LOAD_PARTITIONS
005300        WHERE LOAD_DATE = :LPART-LOAD-DATE
005400        ORDER BY MARKET
005500     END-EXEC.
005600
005700******************************************************
005800*** THE MARKET PARTITIONS THE NIGHT MUST HAVE RUN - ***
005900*** P2MARKETS, DEFAULT ALL FOUR. STATE 'N' NOT      ***
006000*** SEEN, 'O' ENDED CLEAN, 'X' SEEN BUT NOT CLEAN.  ***
006100******************************************************
006200 01 WS-EXPECTED.
006300    05 WS-EXP OCCURS 4 TIMES.
006400       10 EXP-MARKET   PIC X(2).
006500       10 EXP-STATE    PIC X(1).
006600 77 WS-EXP-COUNT       PIC 9 COMP VALUE ZERO.
006700 77 WS-EX              PIC 9 COMP.
006800 77 WS-MARKETS-PARM    PIC X(20).
006900 01 WS-MARKET-WORDS.
007000    05 WS-MARKET-WORD  OCCURS 4 TIMES PIC X(4).
007100
007200 77 WS-SERIAL-STATE    PIC X(1) VALUE 'N'.
007300    88 SERIAL-CLEAN      VALUE 'O'.
007400 77 WS-ROW-CLEAN       PIC X(1) VALUE 'N'.
007500    88 ROW-IS-CLEAN      VALUE 'O'.
007600    88 ROW-NOT-CLEAN     VALUE 'N'.
007700 77 WS-NIGHT-CLEAN     PIC X(1) VALUE 'O'.
007800    88 NIGHT-CLEAN       VALUE 'O'.
007900    88 NIGHT-BLOCKED     VALUE 'N'.
008000 77 WS-LIST-DONE       PIC X VALUE 'N'.
008100    88 LIST-DONE         VALUE 'O'.
008200    88 LIST-NOT-DONE     VALUE 'N'.
008300 77 WS-TODAY-RAW       PIC X(8).
008350 77 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
008358 77 PARMGET            PIC X(8) VALUE 'PARMGET'.
008366 77 WS-PGET-PROGID     PIC X(8) VALUE 'PART122'.
008374 77 WS-PGET-NAME       PIC X(12).
008382 77 WS-PGET-VALUE      PIC X(40).
008390 77 WS-PGET-RETCODE    PIC S9(4) COMP.
008400 77 WS-TODAY-DASHED    PIC X(10).
008500 77 BDAYCHK            PIC X(8) VALUE 'BDAYCHK'.
008600 77 WS-BDAY-FUNC       PIC X(1).
008700 77 WS-BDAY-RESULT     PIC X(10).
008800 77 WS-BDAY-STATUS     PIC X(1).
008900 77 WS-FILE-ORDERS     PIC 9(9) VALUE ZERO.
009000 77 WS-FILE-ITEMS      PIC 9(9) VALUE ZERO.
009100 77 WS-CNT-ROWS        PIC 9(5) VALUE ZERO.
009200 77 WS-CNT-CLEAN       PIC 9(5) VALUE ZERO.
009300 77 WS-CNT-BLOCKING    PIC 9(5) VALUE ZERO.
009400 77 WS-BLOCK-REASON    PIC X(30).
009500
009600******************************************************
009700*** THE NIGHT'S TOTALS OVER EVERY ROW PRINTED.      ***
009800******************************************************
009900 01 WS-TOTALS.
010000    05 TOT-READ        PIC 9(9) COMP-3 VALUE ZERO.
010100    05 TOT-ORDERS      PIC 9(9) COMP-3 VALUE ZERO.
010200    05 TOT-ITEMS       PIC 9(9) COMP-3 VALUE ZERO.
010300    05 TOT-REJECTED    PIC 9(9) COMP-3 VALUE ZERO.
010400    05 TOT-SUSPENDED   PIC 9(9) COMP-3 VALUE ZERO.
010500    05 TOT-HELD        PIC 9(9) COMP-3 VALUE ZERO.
010600    05 TOT-BACKORD     PIC 9(9) COMP-3 VALUE ZERO.
010700    05 TOT-REVENUE     PIC S9(13)V99 COMP-3 VALUE ZERO.
010800
010900 77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
011000 77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART122'.
011100 77 WS-RLOG-EVENT      PIC X(1).
011200 77 WS-RLOG-READ       PIC 9(7) VALUE ZERO.
011300 77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
011400 77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
011500 77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
011600
011700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
011800 01 L-TITLE-LINE.
011900    05 FILLER         PIC X(36) VALUE
012000       'PART2 LOAD CONSOLIDATION - LOAD OF '.
012100    05 TITLE-DATE-ED  PIC X(10).
012200    05 FILLER         PIC X(34) VALUE SPACE.
012300 01 L-COLUMN-HEAD1.
012400    05 FILLER  PIC X(4)  VALUE 'MKT '.
012500    05 FILLER  PIC X(3)  VALUE 'ST '.
012600    05 FILLER  PIC X(5)  VALUE '   RC'.
012700    05 FILLER  PIC X(8)  VALUE '    READ'.
012800    05 FILLER  PIC X(8)  VALUE '  ORDERS'.
012900    05 FILLER  PIC X(8)  VALUE '   ITEMS'.
013000    05 FILLER  PIC X(7)  VALUE ' REJECT'.
013100    05 FILLER  PIC X(7)  VALUE '   SUSP'.
013200    05 FILLER  PIC X(7)  VALUE '   HELD'.
013300    05 FILLER  PIC X(7)  VALUE ' BACKOR'.
013400    05 FILLER  PIC X(16) VALUE '         REVENUE'.
013500 01 L-PART-LINE.
013600    05 PRT-MKT-ED     PIC X(2).
013700    05 FILLER         PIC X(2)  VALUE SPACE.
013800    05 PRT-ST-ED      PIC X(1).
013900    05 FILLER         PIC X(2)  VALUE SPACE.
014000    05 PRT-RC-ED      PIC ZZZZ9.
014100    05 PRT-READ-ED    PIC ZZZZZZZ9.
014200    05 PRT-ORDERS-ED  PIC ZZZZZZZ9.
014300    05 PRT-ITEMS-ED   PIC ZZZZZZZ9.
014400    05 PRT-REJ-ED     PIC ZZZZZZ9.
014500    05 PRT-SUSP-ED    PIC ZZZZZZ9.
014600    05 PRT-HELD-ED    PIC ZZZZZZ9.
014700    05 PRT-BACK-ED    PIC ZZZZZZ9.
014800    05 PRT-REV-ED     PIC -ZZZZZZZZZZ9,99.
014900    05 FILLER         PIC X(1)  VALUE SPACE.
015000 01 L-TOTAL-LINE.
015100    05 FILLER         PIC X(12) VALUE 'TOTAL'.
015200    05 TOT-READ-ED    PIC ZZZZZZZ9.
015300    05 TOT-ORDERS-ED  PIC ZZZZZZZ9.
015400    05 TOT-ITEMS-ED   PIC ZZZZZZZ9.
015500    05 TOT-REJ-ED     PIC ZZZZZZ9.
015600    05 TOT-SUSP-ED    PIC ZZZZZZ9.
015700    05 TOT-HELD-ED    PIC ZZZZZZ9.
015800    05 TOT-BACK-ED    PIC ZZZZZZ9.
015900    05 TOT-REV-ED     PIC -ZZZZZZZZZZ9,99.
016000    05 FILLER         PIC X(1)  VALUE SPACE.
016100 01 L-FILE-LINE.
016200    05 FILLER         PIC X(7)  VALUE '   -> '.
016300    05 FIL-NAME-ED    PIC X(40).
016400    05 FILLER         PIC X(9)  VALUE ' ORDERS '.
016500    05 FIL-ORDERS-ED  PIC ZZZZZZZ9.
016600    05 FILLER         PIC X(8)  VALUE ' ITEMS '.
016700    05 FIL-ITEMS-ED   PIC ZZZZZZZ9.
016800 01 L-BLOCK-LINE.
016900    05 FILLER         PIC X(18) VALUE '*** PARTITION '.
017000    05 BLK-MKT-ED     PIC X(2).
017100    05 FILLER         PIC X(3)  VALUE ' : '.
017200    05 BLK-REASON-ED  PIC X(30).
017300    05 FILLER         PIC X(27) VALUE SPACE.
017400 01 L-RESULT-LINE     PIC X(80).
017500
017600 PROCEDURE DIVISION.
017700     MOVE 'S' TO WS-RLOG-EVENT
017800     PERFORM WRITE-RUN-LOG
017900     PERFORM INITIALIZE-PARAMETERS
018000
018100     OPEN OUTPUT OUTP2C
018200     WRITE ENR-OUTP2C FROM L-TITLE-LINE
018300     WRITE ENR-OUTP2C FROM L-HEADER-BLANK
018400     WRITE ENR-OUTP2C FROM L-COLUMN-HEAD1
018500
018600     SET LIST-NOT-DONE TO TRUE
018700     EXEC SQL
018800        OPEN CLPART
018900     END-EXEC
019000     PERFORM TEST-SQLCODE
019100     PERFORM REPORT-ONE-PARTITION UNTIL LIST-DONE
019200     EXEC SQL
019300        CLOSE CLPART
019400     END-EXEC
019500     PERFORM TEST-SQLCODE
019600     PERFORM WRITE-TOTAL-LINE
019700
019800     PERFORM CHECK-EXPECTED-PARTITIONS
019900     PERFORM WRITE-RESULT-LINE
020000     CLOSE OUTP2C
020100
020200     DISPLAY '===================================='
020300     DISPLAY 'PART122 PART2 LOAD CONSOLIDATION'
020400     DISPLAY 'LOAD DATE            : ' LPART-LOAD-DATE
020500     DISPLAY 'INSTANCES FOUND      : ' WS-CNT-ROWS
020600     DISPLAY 'ENDED CLEAN          : ' WS-CNT-CLEAN
020700     DISPLAY 'BLOCKING PARTITIONS  : ' WS-CNT-BLOCKING
020800     IF NIGHT-CLEAN
020900        DISPLAY 'PART122 : CHARGEMENT COMPLET - PART4 LIBERE'
021000     ELSE
021100        DISPLAY 'PART122 : CHARGEMENT INCOMPLET - PART4 BLOQUE'
021200        MOVE 8 TO RETURN-CODE
021300     END-IF
021400     DISPLAY '===================================='
021500     MOVE 'E' TO WS-RLOG-EVENT
021600     MOVE WS-CNT-ROWS TO WS-RLOG-READ
021700     MOVE WS-CNT-CLEAN TO WS-RLOG-LOADED
021800     MOVE WS-CNT-BLOCKING TO WS-RLOG-REJECTED
021900     MOVE RETURN-CODE TO WS-RLOG-RETCODE
022000     PERFORM WRITE-RUN-LOG
022100     GOBACK.
022200
022300******************************************************
022400*** THE LOAD DATE DEFAULTS AS PART2 STAMPS ITS      ***
022500*** FILES - TODAY ON A BUSINESS DAY, THE PREVIOUS   ***
022600*** BUSINESS DAY OTHERWISE. P2LOADDATE (YYYY-MM-DD) ***
022700*** CONSOLIDATES ANOTHER NIGHT.                     ***
022800******************************************************
022900 INITIALIZE-PARAMETERS.
023000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
023050     CALL RUNDATE USING WS-TODAY-RAW
023100     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
023200            WS-TODAY-RAW(7:2)
023300            DELIMITED BY SIZE INTO WS-TODAY-DASHED
023400     END-STRING
023500     MOVE WS-TODAY-DASHED TO LPART-LOAD-DATE
023600     MOVE 'B' TO WS-BDAY-FUNC
023700     CALL BDAYCHK USING WS-BDAY-FUNC WS-TODAY-DASHED
023800                        WS-BDAY-RESULT WS-BDAY-STATUS
023900     IF WS-BDAY-STATUS = 'N'
024000        MOVE 'P' TO WS-BDAY-FUNC
024100        CALL BDAYCHK USING WS-BDAY-FUNC WS-TODAY-DASHED
024200                           WS-BDAY-RESULT WS-BDAY-STATUS
024300        IF WS-BDAY-STATUS = 'O'
024400           MOVE WS-BDAY-RESULT TO LPART-LOAD-DATE
024500        END-IF
024600     END-IF
024700     MOVE SPACES TO WS-BDAY-RESULT
024800     MOVE 'P2LOADDATE' TO WS-PGET-NAME
024833     PERFORM GET-RUN-PARM
024866     MOVE WS-PGET-VALUE TO WS-BDAY-RESULT
024900     IF WS-BDAY-RESULT NOT = SPACES
025000        MOVE WS-BDAY-RESULT TO LPART-LOAD-DATE
025100     END-IF
025200     MOVE LPART-LOAD-DATE TO TITLE-DATE-ED
025300
025400     MOVE SPACES TO WS-MARKETS-PARM
025500     MOVE 'P2MARKETS' TO WS-PGET-NAME
025533     PERFORM GET-RUN-PARM
025566     MOVE WS-PGET-VALUE TO WS-MARKETS-PARM
025600     IF WS-MARKETS-PARM = SPACES
025700        MOVE 'EU AS US PT' TO WS-MARKETS-PARM
025800     END-IF
025900     MOVE SPACES TO WS-MARKET-WORDS
026000     UNSTRING WS-MARKETS-PARM DELIMITED BY ALL SPACE
026100        INTO WS-MARKET-WORD(1) WS-MARKET-WORD(2)
026200             WS-MARKET-WORD(3) WS-MARKET-WORD(4)
026300     END-UNSTRING
026400     MOVE ZERO TO WS-EXP-COUNT
026500     PERFORM ADD-ONE-EXPECTED
026600        VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 4
026700     DISPLAY 'PART122 : CHARGEMENT DU ' LPART-LOAD-DATE
026800             ' - PARTITIONS ATTENDUES : ' WS-MARKETS-PARM
026900     .
027000
027100 ADD-ONE-EXPECTED.
027200     IF WS-MARKET-WORD(WS-EX) NOT = SPACES
027300        ADD 1 TO WS-EXP-COUNT
027400        MOVE WS-MARKET-WORD(WS-EX) TO EXP-MARKET(WS-EXP-COUNT)
027500        MOVE 'N' TO EXP-STATE(WS-EXP-COUNT)
027600     END-IF
027700     .
027800
027900 REPORT-ONE-PARTITION.
028000     EXEC SQL
028100        FETCH CLPART
028200        INTO :LPART-MARKET, :LPART-STATUS, :LPART-RETCODE,
028300             :LPART-LOAD-FILE,
028400             :LPART-READ-CNT, :LPART-ORDERS-CNT, :LPART-ITEMS-CNT,
028500             :LPART-REJECTED-CNT, :LPART-SUSPENDED-CNT,
028600             :LPART-HELD-CNT, :LPART-BACKORD-CNT, :LPART-REVENUE
028700     END-EXEC
028800     EVALUATE TRUE
028900        WHEN SQLCODE = +100
029000             SET LIST-DONE TO TRUE
029100        WHEN SQLCODE = ZERO
029200             ADD 1 TO WS-CNT-ROWS
029300             PERFORM WRITE-PARTITION-LINE
029400             IF LPART-STATUS = 'E' AND LPART-RETCODE = ZERO
029500                SET ROW-IS-CLEAN TO TRUE
029600                ADD 1 TO WS-CNT-CLEAN
029700             ELSE
029800                SET ROW-NOT-CLEAN TO TRUE
029900             END-IF
030000             IF LPART-MARKET = '**'
030100                IF ROW-IS-CLEAN
030200                   MOVE 'O' TO WS-SERIAL-STATE
030300                ELSE
030400                   MOVE 'X' TO WS-SERIAL-STATE
030500                END-IF
030600             ELSE
030700                PERFORM MARK-ONE-EXPECTED
030800                   VARYING WS-EX FROM 1 BY 1
030900                   UNTIL WS-EX > WS-EXP-COUNT
031000             END-IF
031100        WHEN OTHER
031200             PERFORM TEST-SQLCODE
031300     END-EVALUATE
031400     .
031500
031600 MARK-ONE-EXPECTED.
031700     IF EXP-MARKET(WS-EX) = LPART-MARKET
031800        IF ROW-IS-CLEAN
031900           MOVE 'O' TO EXP-STATE(WS-EX)
032000        ELSE
032100           MOVE 'X' TO EXP-STATE(WS-EX)
032200        END-IF
032300     END-IF
032400     .
032500
032600 WRITE-PARTITION-LINE.
032700     MOVE LPART-MARKET        TO PRT-MKT-ED
032800     MOVE LPART-STATUS        TO PRT-ST-ED
032900     MOVE LPART-RETCODE       TO PRT-RC-ED
033000     MOVE LPART-READ-CNT      TO PRT-READ-ED
033100     MOVE LPART-ORDERS-CNT    TO PRT-ORDERS-ED
033200     MOVE LPART-ITEMS-CNT     TO PRT-ITEMS-ED
033300     MOVE LPART-REJECTED-CNT  TO PRT-REJ-ED
033400     MOVE LPART-SUSPENDED-CNT TO PRT-SUSP-ED
033500     MOVE LPART-HELD-CNT      TO PRT-HELD-ED
033600     MOVE LPART-BACKORD-CNT   TO PRT-BACK-ED
033700     MOVE LPART-REVENUE       TO PRT-REV-ED
033800     WRITE ENR-OUTP2C FROM L-PART-LINE
033900     ADD LPART-READ-CNT       TO TOT-READ
034000     ADD LPART-ORDERS-CNT     TO TOT-ORDERS
034100     ADD LPART-ITEMS-CNT      TO TOT-ITEMS
034200     ADD LPART-REJECTED-CNT   TO TOT-REJECTED
034300     ADD LPART-SUSPENDED-CNT  TO TOT-SUSPENDED
034400     ADD LPART-HELD-CNT       TO TOT-HELD
034500     ADD LPART-BACKORD-CNT    TO TOT-BACKORD
034600     ADD LPART-REVENUE        TO TOT-REVENUE
034700     IF LPART-LOAD-FILE NOT = SPACES
034800        PERFORM COUNT-FILE-ROWS
034900     END-IF
035000     .
035100
035200******************************************************
035300*** WHAT IS REALLY ON FILE FROM THE PARTITION'S     ***
035400*** INPUT - THE RUN COUNTS COVER ONLY ITS LAST      ***
035500*** ATTEMPT, THE TABLES EVERY COMMITTED ONE.        ***
035600******************************************************
035700 COUNT-FILE-ROWS.
035800     MOVE ZERO TO WS-FILE-ORDERS WS-FILE-ITEMS
035900     EXEC SQL
036000        SELECT COUNT(*) INTO :WS-FILE-ORDERS
036100        FROM API5.ORDERS
036200        WHERE LOAD_FILE = :LPART-LOAD-FILE
036300     END-EXEC
036400     PERFORM TEST-SQLCODE
036500     EXEC SQL
036600        SELECT COUNT(*) INTO :WS-FILE-ITEMS
036700        FROM API5.ITEMS
036800        WHERE LOAD_FILE = :LPART-LOAD-FILE
036900     END-EXEC
037000     PERFORM TEST-SQLCODE
037100     MOVE LPART-LOAD-FILE TO FIL-NAME-ED
037200     MOVE WS-FILE-ORDERS  TO FIL-ORDERS-ED
037300     MOVE WS-FILE-ITEMS   TO FIL-ITEMS-ED
037400     WRITE ENR-OUTP2C FROM L-FILE-LINE
037500     .
037600
037700 WRITE-TOTAL-LINE.
037800     MOVE TOT-READ      TO TOT-READ-ED
037900     MOVE TOT-ORDERS    TO TOT-ORDERS-ED
038000     MOVE TOT-ITEMS     TO TOT-ITEMS-ED
038100     MOVE TOT-REJECTED  TO TOT-REJ-ED
038200     MOVE TOT-SUSPENDED TO TOT-SUSP-ED
038300     MOVE TOT-HELD      TO TOT-HELD-ED
038400     MOVE TOT-BACKORD   TO TOT-BACK-ED
038500     MOVE TOT-REVENUE   TO TOT-REV-ED
038600     WRITE ENR-OUTP2C FROM L-HEADER-BLANK
038700     WRITE ENR-OUTP2C FROM L-TOTAL-LINE
038800     WRITE ENR-OUTP2C FROM L-HEADER-BLANK
038900     .
039000
039100******************************************************
039200*** A CLEAN SERIAL MERGE COVERS THE WHOLE NIGHT.    ***
039300*** OTHERWISE EVERY EXPECTED PARTITION MUST HAVE    ***
039400*** ENDED WITH RETCODE ZERO - ONE MISSING, STILL    ***
039500*** AT 'R' (RUNNING OR ABENDED) OR ENDED NONZERO    ***
039600*** HOLDS PART4.                                    ***
039700******************************************************
039800 CHECK-EXPECTED-PARTITIONS.
039900     SET NIGHT-CLEAN TO TRUE
040000     IF NOT SERIAL-CLEAN
040100        PERFORM CHECK-ONE-EXPECTED
040200           VARYING WS-EX FROM 1 BY 1
040300           UNTIL WS-EX > WS-EXP-COUNT
040400        IF WS-EXP-COUNT = ZERO
040500           SET NIGHT-BLOCKED TO TRUE
040600        END-IF
040700     END-IF
040800     .
040900
041000 CHECK-ONE-EXPECTED.
041100     IF EXP-STATE(WS-EX) NOT = 'O'
041200        SET NIGHT-BLOCKED TO TRUE
041300        ADD 1 TO WS-CNT-BLOCKING
041400        IF EXP-STATE(WS-EX) = 'N'
041500           MOVE 'ABSENTE' TO WS-BLOCK-REASON
041600        ELSE
041700           MOVE 'NON TERMINEE OU RC NON NUL' TO WS-BLOCK-REASON
041800        END-IF
041900        MOVE EXP-MARKET(WS-EX) TO BLK-MKT-ED
042000        MOVE WS-BLOCK-REASON   TO BLK-REASON-ED
042100        WRITE ENR-OUTP2C FROM L-BLOCK-LINE
042200        DISPLAY 'PART122 : PARTITION ' EXP-MARKET(WS-EX) ' '
042300                WS-BLOCK-REASON
042400     END-IF
042500     .
042600
042700 WRITE-RESULT-LINE.
042800     MOVE SPACES TO L-RESULT-LINE
042900     IF NIGHT-CLEAN
043000        MOVE 'CHARGEMENT COMPLET - PART4 LIBERE'
043100          TO L-RESULT-LINE
043200     ELSE
043300        MOVE 'CHARGEMENT INCOMPLET - PART4 BLOQUE'
043400          TO L-RESULT-LINE
043500     END-IF
043600     WRITE ENR-OUTP2C FROM L-HEADER-BLANK
043700     WRITE ENR-OUTP2C FROM L-RESULT-LINE
043800     .
043900
044000 WRITE-RUN-LOG.
044100     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
044200                        WS-RLOG-READ WS-RLOG-LOADED
044300                        WS-RLOG-REJECTED WS-RLOG-RETCODE
044400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
044500*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
044600     MOVE WS-RLOG-RETCODE TO RETURN-CODE
044700     .
044800
044900 TEST-SQLCODE.
045000     EVALUATE TRUE
045100          WHEN SQLCODE IS EQUAL TO ZERO
045200                CONTINUE
045300          WHEN SQLCODE IS GREATER ZERO
045400             IF SQLCODE = 100
045500               CONTINUE
045600             ELSE
045700               DISPLAY 'WARNING : ' SQLCODE
045800             END-IF
045900          WHEN SQLCODE IS LESS THAN ZERO
046000                DISPLAY 'ANOMALIE : ' SQLCODE
046100                PERFORM ABEND-PROG
046200     END-EVALUATE.
046300
046400 ABEND-PROG.
046500     EXEC SQL ROLLBACK END-EXEC
046600     DISPLAY 'PART122 ABENDING - SEE SQLCODE ABOVE'
046700     MOVE 16 TO RETURN-CODE
046800     STOP RUN.
046900
047000******************************************************
047100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
047200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
047300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
047400******************************************************
047500 GET-RUN-PARM.
047600     MOVE RETURN-CODE TO WS-PGET-RETCODE
047700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
047800                        WS-PGET-VALUE
047900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
048000     MOVE WS-PGET-RETCODE TO RETURN-CODE
048100     .
