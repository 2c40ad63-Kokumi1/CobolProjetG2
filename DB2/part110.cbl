000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART110.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - BACKS OUT A WRONG NIGHT'S SALES *
000600*              LOAD. REVFILE NAMES ONE VENT* FILE (ITS           *
000700*              FILE_REGISTRY ENTRY); OR REVRUNDATE/REVRUNTIME    *
000800*              NAME THE RUN_LOG 'S' ROW OF A PART2 RUN, AND      *
000900*              EVERY FILE THAT RUN REGISTERED IS TAKEN. FOR EACH *
001000*              ORDER THE FILE LOADED (ITEMS.LOAD_FILE): STILL AT *
001100*              STATUS 'L' - ITS LINES FROM THE FILE ARE DELETED, *
001200*              SALE LINES RELEASE THEIR DEPOT RESERVATION (KIT   *
001300*              COMPONENTS FOR A KIT), RETURN LINES TAKE THEIR    *
001400*              UNITS BACK OUT WITH AN OFFSETTING '-'             *
001500*              STOCK_MOVEMENTS ROW AND GIVE THE RMA BACK ITS     *
001600*              CREDITED QUANTITY, THE BALANCE IS REVERSED WITH A *
001700*              BALANCE_HISTORY ROW, AND THE HEADER GOES IF THE   *
001800*              FILE CREATED IT AND NO LINE IS LEFT; PICKED,      *
001900*              SHIPPED, INVOICED OR PAID - REFUSED AND LISTED ON *
002000*              FICREV FOR MANUAL HANDLING (RC 4). THE FILE'S     *
002100*              HELD_ORDERS, SUSPENSE, BACKORDERS AND             *
002200*              RETURN_SUSPENSE ROWS ARE REMOVED AND THE FILE IS  *
002300*              UN-REGISTERED WHEN NOTHING WAS REFUSED. NEEDS AN  *
002400*              OPERATOR AND AN APPROVER (OPERCHK, ACTION         *
002500*              LOADREV); THE REVERSAL IS LOGGED AS A RUN_LOG 'O' *
002600*              ROW.                                              *
002620* 2026-10-15 : A BACKED-OUT FILE'S ORDERS STILL PENDING          *
002640*              UNUSUAL-ORDER REVIEW (API5.ORDER_SCREENING STATUS *
002660*              'P') ARE TAKEN OFF THE REVIEW QUEUE WITH THEIR    *
002680*              HELD LINES.                                       *
002684* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002688*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002692*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002696*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002696* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
002696*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
002696*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
002696*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
002696*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
002696*              FOR THE PART131 REPORT.                           *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OUTREV ASSIGN TO FICREV.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD OUTREV.
004000 01 ENR-OUTREV PIC X(100).
004100
004200 WORKING-STORAGE SECTION.
004300     EXEC SQL
004400        INCLUDE SQLCA
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE ORDERS
004800     END-EXEC.
004900     EXEC SQL
005000        INCLUDE ITEMS
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE CUSTOMER
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE BALHIST
005700     END-EXEC.
005800     EXEC SQL
005900        INCLUDE STOCKMVT
006000     END-EXEC.
006100     EXEC SQL
006200        INCLUDE WHSTOCK
006300     END-EXEC.
006400     EXEC SQL
006500        INCLUDE KITCOMP
006600     END-EXEC.
006700     EXEC SQL
006800        INCLUDE FILEREG
006900     END-EXEC.
007000     EXEC SQL
007100        INCLUDE RMA
007200     END-EXEC.
007300
007400******************************************************
007500*** THE FILES A PART2 RUN REGISTERED - RUN_TIME IS  ***
007600*** TAKEN JUST AFTER THE RUN'S 'S' ROW, SO IT FALLS ***
007700*** BETWEEN THAT ROW AND THE RUN'S 'E' ROW.         ***
007800******************************************************
007900     EXEC SQL
008000        DECLARE CFILES CURSOR
008100        FOR
008200        SELECT FILE_NAME
008300        FROM API5.FILE_REGISTRY
008400        WHERE RUN_TIME IS NOT NULL
008500        AND   RUN_DATE CONCAT RUN_TIME >= :WS-WIN-FROM
008600        AND   RUN_DATE CONCAT RUN_TIME <= :WS-WIN-TO
008700        ORDER BY FILE_NAME
008800     END-EXEC.
008900
009000******************************************************
009100*** EVERY ORDER THE FILE PUT AT LEAST ONE LINE ON.  ***
009200******************************************************
009300     EXEC SQL
009400        DECLARE CORDERS CURSOR
009500        FOR
009600        SELECT O.O_NO, O.C_NO, O.STATUS,
009700               COALESCE(O.LOAD_FILE, ' ')
009800        FROM API5.ORDERS O
009900        WHERE O.O_NO IN (SELECT I.O_NO
010000                         FROM API5.ITEMS I
010100                         WHERE I.LOAD_FILE = :WS-REV-FILE)
010200        ORDER BY O.O_NO
010300     END-EXEC.
010400
010500     EXEC SQL
010600        DECLARE CITEMS CURSOR
010700        FOR
010800        SELECT P_NO, QUANTITY, PRICE, ITEM_TYPE,
010900               COALESCE(W_CODE, ' ')
011000        FROM API5.ITEMS
011100        WHERE O_NO = :ORDERS-O-NO
011200        AND   LOAD_FILE = :WS-REV-FILE
011300        ORDER BY P_NO
011400     END-EXEC.
011500
011600     EXEC SQL
011700        DECLARE CKIT CURSOR
011800        FOR
011900        SELECT COMP_P_NO, COMP_QTY
012000        FROM API5.KIT_COMPONENTS
012100        WHERE KIT_P_NO = :ITEMS-P-NO
012200        ORDER BY COMP_P_NO
012300     END-EXEC.
012400
012500 77 WS-TODAY-RAW      PIC X(08).
012550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
012558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
012566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART110'.
012574 77 WS-PGET-NAME      PIC X(12).
012582 77 WS-PGET-VALUE     PIC X(40).
012590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
012600 77 WS-TODAY-DASHED   PIC X(10).
012700 77 WS-MVT-TIME       PIC X(8).
012800 77 WS-RUN-DATE       PIC X(10).
012900 77 WS-RUN-TIME       PIC X(8).
013000 77 WS-WIN-FROM       PIC X(18).
013100 77 WS-WIN-TO         PIC X(18).
013200 77 WS-WIN-TO-IND     PIC S9(4) COMP VALUE ZERO.
013300 77 WS-REV-FILE       PIC X(44).
013400 77 WS-FX             PIC 9(3) COMP.
013500 77 WS-FILE-COUNT     PIC 9(3) COMP VALUE ZERO.
013600 77 WS-FILE-REFUSED   PIC 9(5) VALUE ZERO.
013700 77 WS-PARKED-ROWS    PIC 9(7) VALUE ZERO.
013800 77 WS-ORDER-LINES    PIC 9(5) VALUE ZERO.
013900 77 WS-ORDER-AMOUNT   PIC S9(9)V99 COMP-3 VALUE ZERO.
014000 77 WS-LINE-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
014100 77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3 VALUE ZERO.
014200 77 WS-W-CODE         PIC X(2).
014300 77 WS-RELEASE-QTY    PIC 9(7) COMP-3 VALUE ZERO.
014400 77 WS-KIT-COMPS      PIC 9(3) VALUE ZERO.
014500 77 WS-KIT-SW         PIC X VALUE 'N'.
014600    88 KIT-DONE          VALUE 'O'.
014700    88 KIT-NOT-DONE      VALUE 'N'.
014800 77 WS-CNT-FILES      PIC 9(5) VALUE ZERO.
014900 77 WS-CNT-REVERSED   PIC 9(7) VALUE ZERO.
015000 77 WS-CNT-REFUSED    PIC 9(7) VALUE ZERO.
015100 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
015200 77 WS-CNT-PARKED     PIC 9(7) VALUE ZERO.
015300 77 WS-CNT-UNREG      PIC 9(5) VALUE ZERO.
015400 77 ED-SQLCODE        PIC -ZZZZZZZZ9.
015500 77 OPERCHK           PIC X(8) VALUE 'OPERCHK'.
015600 77 WS-OPER-ACTION    PIC X(8) VALUE 'LOADREV'.
015700 77 WS-OPER-NEED-APPR PIC X(1) VALUE 'Y'.
015800 77 WS-OPERATOR       PIC X(8) VALUE SPACES.
015900 77 WS-APPROVER       PIC X(8) VALUE SPACES.
016000 77 WS-OPER-STATUS    PIC X(1).
016100 77 WS-OPER-MESSAGE   PIC X(40).
016200 77 RUNLOGW           PIC X(8) VALUE 'RUNLOGW'.
016300 77 WS-RLOG-PROGID    PIC X(8) VALUE 'PART110'.
016400 77 WS-RLOG-EVENT     PIC X(1).
016500 77 WS-RLOG-READ      PIC 9(7) VALUE ZERO.
016600 77 WS-RLOG-LOADED    PIC 9(7) VALUE ZERO.
016700 77 WS-RLOG-REJECTED  PIC 9(7) VALUE ZERO.
016800 77 WS-RLOG-RETCODE   PIC 9(4) VALUE ZERO.
016900
017000 01 WS-FILE-TABLE.
017100    05 WS-FILE-NAME   OCCURS 20 TIMES PIC X(44).
017200
017300 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
017400 01 L-TITLE-LINE.
017500    05 FILLER         PIC X(22)
017600                      VALUE 'SALES LOAD REVERSAL - '.
017700    05 TITLE-DATE-ED  PIC X(10).
017800    05 FILLER         PIC X(68) VALUE SPACE.
017900 01 L-FILE-LINE.
018000    05 FILLER         PIC X(6)  VALUE 'FILE  '.
018100    05 FIL-NAME-ED    PIC X(44).
018200    05 FILLER         PIC X(50) VALUE SPACE.
018300 01 L-ORDER-LINE.
018400    05 FILLER         PIC X(6)  VALUE SPACE.
018500    05 ORD-ACTION-ED  PIC X(10).
018600    05 FILLER         PIC X(6)  VALUE 'ORDER '.
018700    05 ORD-ONO-ED     PIC 9(6).
018800    05 FILLER         PIC X(10) VALUE ' CUSTOMER '.
018900    05 ORD-CNO-ED     PIC 9(4).
019000    05 FILLER         PIC X(7)  VALUE ' LINES '.
019100    05 ORD-LINES-ED   PIC ZZZ9.
019200    05 FILLER         PIC X(8)  VALUE ' AMOUNT '.
019300    05 ORD-AMOUNT-ED  PIC -ZZZZZZZ9,99.
019400    05 FILLER         PIC X(1)  VALUE SPACE.
019500    05 ORD-REASON-ED  PIC X(20).
019600    05 FILLER         PIC X(6)  VALUE SPACE.
019700 01 L-PARKED-LINE.
019800    05 FILLER         PIC X(6)  VALUE SPACE.
019900    05 FILLER         PIC X(44)
020000       VALUE 'HELD/SUSPENSE/BACKORDER ROWS REMOVED      : '.
020100    05 PRK-COUNT-ED   PIC ZZZZZZ9.
020200    05 FILLER         PIC X(43) VALUE SPACE.
020300 01 L-REGISTRY-LINE.
020400    05 FILLER         PIC X(6)  VALUE SPACE.
020500    05 REG-TEXT-ED    PIC X(60).
020600    05 FILLER         PIC X(34) VALUE SPACE.
020700
020800 PROCEDURE DIVISION.
020900     PERFORM INITIALIZE-PARAMETERS
021000     IF WS-REV-FILE = SPACES AND WS-RUN-DATE = SPACES
021100        DISPLAY 'PART110 : REVFILE OU REVRUNDATE/REVRUNTIME'
021200                ' OBLIGATOIRE'
021300        MOVE 8 TO RETURN-CODE
021400        GOBACK
021500     END-IF
021600
021700     PERFORM CHECK-OPERATOR-AUTHORITY
021800     IF WS-OPER-STATUS NOT = 'O'
021900        DISPLAY 'PART110 : ' WS-OPER-MESSAGE
022000        MOVE 8 TO RETURN-CODE
022100        GOBACK
022200     END-IF
022300
022400     IF WS-REV-FILE NOT = SPACES
022500        MOVE 1           TO WS-FILE-COUNT
022600        MOVE WS-REV-FILE TO WS-FILE-NAME(1)
022700     ELSE
022800        PERFORM LOAD-RUN-FILES
022900     END-IF
023000     IF WS-FILE-COUNT = ZERO
023100        DISPLAY 'PART110 : AUCUN FICHIER ENREGISTRE POUR CE RUN'
023200        MOVE 8 TO RETURN-CODE
023300        GOBACK
023400     END-IF
023500
023600     OPEN OUTPUT OUTREV
023700     WRITE ENR-OUTREV FROM L-TITLE-LINE
023800
023900     PERFORM REVERSE-ONE-FILE
024000        VARYING WS-FX FROM 1 BY 1
024100        UNTIL WS-FX > WS-FILE-COUNT
024200
024300     IF WS-CNT-REVERSED > ZERO
024400        MOVE 'O'             TO WS-RLOG-EVENT
024500        MOVE WS-CNT-LINES    TO WS-RLOG-READ
024600        MOVE WS-CNT-REVERSED TO WS-RLOG-LOADED
024700        MOVE WS-CNT-REFUSED  TO WS-RLOG-REJECTED
024800        PERFORM WRITE-RUN-LOG
024900     END-IF
025000
025100     EXEC SQL COMMIT END-EXEC
025200     PERFORM TEST-SQLCODE
025300
025400     CLOSE OUTREV
025500
025600     IF WS-CNT-REFUSED > ZERO
025700        MOVE 4 TO RETURN-CODE
025800     END-IF
025900     DISPLAY '===================================='
026000     DISPLAY 'PART110 SALES LOAD REVERSAL'
026100     DISPLAY 'FILES PROCESSED    : ' WS-CNT-FILES
026200     DISPLAY 'ORDERS REVERSED    : ' WS-CNT-REVERSED
026300     DISPLAY 'LINES REMOVED      : ' WS-CNT-LINES
026400     DISPLAY 'ORDERS REFUSED     : ' WS-CNT-REFUSED
026500     DISPLAY 'PARKED ROWS REMOVED: ' WS-CNT-PARKED
026600     DISPLAY 'FILES UNREGISTERED : ' WS-CNT-UNREG
026700     DISPLAY '===================================='
026800     GOBACK.
026900
027000******************************************************
027100*** REVFILE = ONE VENT* FILE NAME, AS REGISTERED.   ***
027200*** REVRUNDATE (YYYY-MM-DD) / REVRUNTIME (HHMMSSCC) ***
027300*** = THE RUN_LOG 'S' ROW OF THE PART2 RUN TO       ***
027400*** BACK OUT - USED WHEN REVFILE IS BLANK.          ***
027500******************************************************
027600 INITIALIZE-PARAMETERS.
027700     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
027750     CALL RUNDATE USING WS-TODAY-RAW
027800     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
027900            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
028000            INTO WS-TODAY-DASHED
028100     END-STRING
028200     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
028300
028400     MOVE SPACES TO WS-REV-FILE
028500     MOVE 'REVFILE' TO WS-PGET-NAME
028533     PERFORM GET-RUN-PARM
028566     MOVE WS-PGET-VALUE TO WS-REV-FILE
028600     MOVE SPACES TO WS-RUN-DATE
028700     MOVE 'REVRUNDATE' TO WS-PGET-NAME
028733     PERFORM GET-RUN-PARM
028766     MOVE WS-PGET-VALUE TO WS-RUN-DATE
028800     MOVE SPACES TO WS-RUN-TIME
028900     MOVE 'REVRUNTIME' TO WS-PGET-NAME
028933     PERFORM GET-RUN-PARM
028966     MOVE WS-PGET-VALUE TO WS-RUN-TIME
029000     .
029100
029200******************************************************
029300*** BACKING A LOAD OUT NEEDS THE OPERATOR WHO       ***
029400*** STARTS IT AND A SECOND, AUTHORISED PERSON WHO   ***
029500*** APPROVES IT (OPERCHK).                          ***
029600******************************************************
029700 CHECK-OPERATOR-AUTHORITY.
029800     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
029900     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
030000     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
030100                        WS-OPER-NEED-APPR WS-OPER-STATUS
030200                        WS-OPER-MESSAGE
030300     IF WS-OPER-STATUS = 'O'
030400        DISPLAY 'OPERATOR : ' WS-OPERATOR
030500                '  APPROVER : ' WS-APPROVER
030600     END-IF
030700     .
030800
030900******************************************************
031000*** THE RUN RUNS FROM ITS 'S' ROW TO THE NEXT PART2 ***
031100*** 'E' ROW (NONE YET = STILL OPEN-ENDED).          ***
031200******************************************************
031300 LOAD-RUN-FILES.
031400     STRING WS-RUN-DATE WS-RUN-TIME DELIMITED BY SIZE
031500            INTO WS-WIN-FROM
031600     END-STRING
031700     EXEC SQL
031800        SELECT MIN(RUN_DATE CONCAT RUN_TIME)
031900             INTO :WS-WIN-TO :WS-WIN-TO-IND
032000        FROM API5.RUN_LOG
032100        WHERE PROGID = 'PART2'
032200        AND   EVENT  = 'E'
032300        AND   RUN_DATE CONCAT RUN_TIME > :WS-WIN-FROM
032400     END-EXEC
032500     PERFORM TEST-SQLCODE
032600     IF WS-WIN-TO-IND < ZERO
032700        MOVE ALL '9' TO WS-WIN-TO
032800     END-IF
032900
033000     EXEC SQL
033100        OPEN CFILES
033200     END-EXEC
033300     PERFORM TEST-SQLCODE
033400     PERFORM FETCH-NEXT-FILE
033500     PERFORM LOAD-ONE-FILE-NAME
033600        UNTIL SQLCODE NOT = ZERO
033700     EXEC SQL
033800        CLOSE CFILES
033900     END-EXEC
034000     PERFORM TEST-SQLCODE
034100     .
034200
034300 LOAD-ONE-FILE-NAME.
034400     IF WS-FILE-COUNT >= 20
034500        DISPLAY 'PART110 : TABLE FICHIERS PLEINE - AGRANDIR'
034600        PERFORM ABEND-PROG
034700     END-IF
034800     ADD 1 TO WS-FILE-COUNT
034900     MOVE FREG-FILE-NAME TO WS-FILE-NAME(WS-FILE-COUNT)
035000     PERFORM FETCH-NEXT-FILE
035100     .
035200
035300 FETCH-NEXT-FILE.
035400     EXEC SQL
035500        FETCH CFILES
035600        INTO :FREG-FILE-NAME
035700     END-EXEC
035800     PERFORM TEST-SQLCODE
035900     .
036000
036100******************************************************
036200*** ONE FILE - ITS ORDERS, THEN ITS PARKED LINES,   ***
036300*** THEN ITS REGISTRY ENTRY.                        ***
036400******************************************************
036500 REVERSE-ONE-FILE.
036600     MOVE WS-FILE-NAME(WS-FX) TO WS-REV-FILE
036700     MOVE ZERO TO WS-FILE-REFUSED
036800     ADD 1 TO WS-CNT-FILES
036900     MOVE WS-REV-FILE TO FIL-NAME-ED
037000     WRITE ENR-OUTREV FROM L-HEADER-BLANK
037100     WRITE ENR-OUTREV FROM L-FILE-LINE
037200     DISPLAY 'PART110 : FICHIER ' WS-REV-FILE
037300
037400     EXEC SQL
037500        OPEN CORDERS
037600     END-EXEC
037700     PERFORM TEST-SQLCODE
037800     PERFORM FETCH-NEXT-ORDER
037900     PERFORM PROCESS-ONE-ORDER
038000        UNTIL SQLCODE NOT = ZERO
038100     EXEC SQL
038200        CLOSE CORDERS
038300     END-EXEC
038400     PERFORM TEST-SQLCODE
038500
038600     PERFORM REMOVE-PARKED-LINES
038700     PERFORM UNREGISTER-FILE
038800     .
038900
039000 FETCH-NEXT-ORDER.
039100     EXEC SQL
039200        FETCH CORDERS
039300        INTO :ORDERS-O-NO, :ORDERS-C-NO, :ORDERS-STATUS,
039400             :ORDERS-LOAD-FILE
039500     END-EXEC
039600     PERFORM TEST-SQLCODE
039700     .
039800
039900******************************************************
040000*** ONLY AN ORDER STILL AT 'L' (LOADED) IS BACKED   ***
040100*** OUT; ONCE PICKED, SHIPPED, INVOICED OR PAID IT  ***
040200*** IS LISTED FOR MANUAL HANDLING.                  ***
040300******************************************************
040400 PROCESS-ONE-ORDER.
040500     IF ORDERS-STATUS = 'L'
040600        PERFORM REVERSE-ORDER
040700     ELSE
040800        PERFORM REFUSE-ORDER
040900     END-IF
041000     PERFORM FETCH-NEXT-ORDER
041100     .
041200
041300 REFUSE-ORDER.
041400     ADD 1 TO WS-CNT-REFUSED
041500     ADD 1 TO WS-FILE-REFUSED
041600     MOVE 'REFUSED'    TO ORD-ACTION-ED
041700     MOVE ORDERS-O-NO  TO ORD-ONO-ED
041800     MOVE ORDERS-C-NO  TO ORD-CNO-ED
041900     MOVE ZERO         TO ORD-LINES-ED
042000     MOVE ZERO         TO ORD-AMOUNT-ED
042100     EVALUATE ORDERS-STATUS
042200        WHEN 'P'
042300             MOVE 'ALREADY PICKED'   TO ORD-REASON-ED
042400        WHEN 'S'
042500             MOVE 'ALREADY SHIPPED'  TO ORD-REASON-ED
042600        WHEN 'I'
042700             MOVE 'ALREADY INVOICED' TO ORD-REASON-ED
042800        WHEN 'D'
042900             MOVE 'ALREADY PAID'     TO ORD-REASON-ED
043000        WHEN 'C'
043100             MOVE 'CANCELLED'        TO ORD-REASON-ED
043200        WHEN OTHER
043300             MOVE 'STATUS NOT L'     TO ORD-REASON-ED
043400     END-EVALUATE
043500     WRITE ENR-OUTREV FROM L-ORDER-LINE
043600     .
043700
043800******************************************************
043900*** THE FILE'S LINES ON THIS ORDER ARE UNDONE ONE   ***
044000*** BY ONE, THEN DELETED; THE HEADER GOES ONLY IF   ***
044100*** THIS FILE CREATED IT AND NOTHING IS LEFT ON IT. ***
044200******************************************************
044300 REVERSE-ORDER.
044400     MOVE ZERO TO WS-ORDER-LINES
044500     MOVE ZERO TO WS-ORDER-AMOUNT
044600     EXEC SQL
044700        OPEN CITEMS
044800     END-EXEC
044900     PERFORM TEST-SQLCODE
045000     PERFORM FETCH-NEXT-ITEM
045100     PERFORM REVERSE-ONE-LINE
045200        UNTIL SQLCODE NOT = ZERO
045300     EXEC SQL
045400        CLOSE CITEMS
045500     END-EXEC
045600     PERFORM TEST-SQLCODE
045700
045800     EXEC SQL
045900        DELETE FROM API5.ITEMS
046000        WHERE O_NO = :ORDERS-O-NO
046100        AND   LOAD_FILE = :WS-REV-FILE
046200     END-EXEC
046300     PERFORM TEST-SQLCODE
046400
046500     IF ORDERS-LOAD-FILE = WS-REV-FILE
046600        EXEC SQL
046700           DELETE FROM API5.ORDERS
046800           WHERE O_NO = :ORDERS-O-NO
046900           AND   NOT EXISTS (SELECT 1
047000                             FROM API5.ITEMS I
047100                             WHERE I.O_NO = :ORDERS-O-NO)
047200        END-EXEC
047300        PERFORM TEST-SQLCODE
047400     END-IF
047500
047600     PERFORM REVERSE-ORDER-BALANCE
047700
047800     ADD 1 TO WS-CNT-REVERSED
047900     MOVE 'REVERSED'      TO ORD-ACTION-ED
048000     MOVE ORDERS-O-NO     TO ORD-ONO-ED
048100     MOVE ORDERS-C-NO     TO ORD-CNO-ED
048200     MOVE WS-ORDER-LINES  TO ORD-LINES-ED
048300     MOVE WS-ORDER-AMOUNT TO ORD-AMOUNT-ED
048400     MOVE SPACES          TO ORD-REASON-ED
048500     WRITE ENR-OUTREV FROM L-ORDER-LINE
048600     .
048700
048800 FETCH-NEXT-ITEM.
048900     EXEC SQL
049000        FETCH CITEMS
049100        INTO :ITEMS-P-NO, :ITEMS-QUANTITY, :ITEMS-PRICE,
049200             :ITEMS-TYPE, :ITEMS-W-CODE
049300     END-EXEC
049400     PERFORM TEST-SQLCODE
049500     .
049600
049700******************************************************
049800*** THE AMOUNT IS WHAT PART2 ADDED TO THE BALANCE - ***
049900*** QUANTITY X PRICE, NEGATIVE FOR A RETURN LINE.   ***
050000******************************************************
050100 REVERSE-ONE-LINE.
050200     ADD 1 TO WS-ORDER-LINES
050300     ADD 1 TO WS-CNT-LINES
050400     COMPUTE WS-LINE-AMOUNT = ITEMS-QUANTITY * ITEMS-PRICE
050500     MOVE ITEMS-W-CODE TO WS-W-CODE
050600     IF WS-W-CODE = SPACES
050700        MOVE 'W1' TO WS-W-CODE
050800     END-IF
050900     IF ITEMS-TYPE = 'R'
051000        SUBTRACT WS-LINE-AMOUNT FROM WS-ORDER-AMOUNT
051100        PERFORM REVERSE-RETURN-STOCK
051200     ELSE
051300        ADD WS-LINE-AMOUNT TO WS-ORDER-AMOUNT
051400        PERFORM RELEASE-RESERVATION
051500     END-IF
051600     PERFORM FETCH-NEXT-ITEM
051700     .
051800
051900******************************************************
052000*** A SALE LINE ONLY RESERVED ITS DEPOT UNITS (THE  ***
052100*** KIT'S COMPONENTS FOR A KIT) - NO UNIT MOVED, SO ***
052200*** THE RESERVATION IS SIMPLY GIVEN BACK.           ***
052300******************************************************
052400 RELEASE-RESERVATION.
052500     MOVE ZERO TO WS-KIT-COMPS
052600     SET KIT-NOT-DONE TO TRUE
052700     EXEC SQL
052800        OPEN CKIT
052900     END-EXEC
053000     PERFORM TEST-SQLCODE
053100     PERFORM RELEASE-ONE-COMPONENT UNTIL KIT-DONE
053200     EXEC SQL
053300        CLOSE CKIT
053400     END-EXEC
053500     PERFORM TEST-SQLCODE
053600     IF WS-KIT-COMPS = ZERO
053700        MOVE ITEMS-P-NO     TO WHS-P-NO
053800        MOVE ITEMS-QUANTITY TO WS-RELEASE-QTY
053900        PERFORM UPDATE-RESERVED
054000     END-IF
054100     .
054200
054300 RELEASE-ONE-COMPONENT.
054400     EXEC SQL
054500        FETCH CKIT
054600        INTO :KIT-COMP-P-NO, :KIT-COMP-QTY
054700     END-EXEC
054800     EVALUATE TRUE
054900        WHEN SQLCODE = +100
055000             SET KIT-DONE TO TRUE
055100        WHEN SQLCODE = ZERO
055200             ADD 1 TO WS-KIT-COMPS
055300             COMPUTE WS-RELEASE-QTY =
055400                     ITEMS-QUANTITY * KIT-COMP-QTY
055500             MOVE KIT-COMP-P-NO TO WHS-P-NO
055600             PERFORM UPDATE-RESERVED
055700        WHEN OTHER
055800             PERFORM TEST-SQLCODE
055900     END-EVALUATE
056000     .
056100
056200 UPDATE-RESERVED.
056300     MOVE WS-W-CODE TO WHS-W-CODE
056400     EXEC SQL
056500        UPDATE API5.WAREHOUSE_STOCK
056600        SET RESERVED = COALESCE(RESERVED, 0) - :WS-RELEASE-QTY
056700        WHERE W_CODE = :WHS-W-CODE
056800        AND   P_NO   = :WHS-P-NO
056900     END-EXEC
057000     EVALUATE TRUE
057100        WHEN SQLCODE = ZERO
057200             CONTINUE
057300        WHEN SQLCODE = +100
057400             DISPLAY 'PART110 : PAS DE STOCK DEPOT ' WHS-W-CODE
057500                     ' ' WHS-P-NO
057600        WHEN OTHER
057700             PERFORM TEST-SQLCODE
057800     END-EVALUATE
057900     .
058000
058100******************************************************
058200*** A RETURN LINE PUT ITS UNITS BACK ON HAND AT     ***
058300*** ONCE AND USED UP PART OF AN RMA - THE UNITS     ***
058400*** COME BACK OUT WITH A '-' 'R' MOVEMENT AND THE   ***
058500*** RMA GETS ITS QUANTITY BACK.                     ***
058600******************************************************
058700 REVERSE-RETURN-STOCK.
058800     MOVE WS-W-CODE  TO WHS-W-CODE
058900     MOVE ITEMS-P-NO TO WHS-P-NO
059000     EXEC SQL
059100        UPDATE API5.WAREHOUSE_STOCK
059200        SET STOCK = STOCK - :ITEMS-QUANTITY
059300        WHERE W_CODE = :WHS-W-CODE
059400        AND   P_NO   = :WHS-P-NO
059500     END-EXEC
059600     PERFORM TEST-SQLCODE
059700     EXEC SQL
059800        UPDATE API5.PRODUCTS
059900        SET STOCK = STOCK - :ITEMS-QUANTITY
060000        WHERE P_NO = :ITEMS-P-NO
060100     END-EXEC
060200     PERFORM TEST-SQLCODE
060300
060400     MOVE ITEMS-P-NO      TO STKMVT-P-NO
060500     MOVE ITEMS-QUANTITY  TO STKMVT-QTY
060600     MOVE '-'             TO STKMVT-DIRECTION
060700     MOVE 'R'             TO STKMVT-SOURCE
060800     MOVE ORDERS-O-NO     TO STKMVT-O-NO
060900     MOVE WS-W-CODE       TO STKMVT-W-CODE
061000     MOVE WS-TODAY-DASHED TO STKMVT-DATE
061100     ACCEPT WS-MVT-TIME FROM TIME
061200     MOVE WS-MVT-TIME     TO STKMVT-TIME
061300     MOVE SPACES          TO STKMVT-LOT
061400     EXEC SQL
061500         INSERT INTO API5.STOCK_MOVEMENTS
061600         (P_NO, QTY, DIRECTION, SOURCE, O_NO, W_CODE,
061700          MVT_DATE, MVT_TIME, LOT_NO)
061800         VALUES(:STKMVT-P-NO,
061900                :STKMVT-QTY,
062000                :STKMVT-DIRECTION,
062100                :STKMVT-SOURCE,
062200                :STKMVT-O-NO,
062300                :STKMVT-W-CODE,
062400                :STKMVT-DATE,
062500                :STKMVT-TIME,
062600                :STKMVT-LOT)
062700     END-EXEC
062800     PERFORM TEST-SQLCODE
062900
063000     MOVE ZERO TO RMA-NO
063100     EXEC SQL
063200        SELECT RMA_NO
063300             INTO :RMA-NO
063400        FROM API5.RMA
063500        WHERE C_NO = :ORDERS-C-NO
063600        AND   P_NO = :ITEMS-P-NO
063700        AND   QTY_CREDITED >= :ITEMS-QUANTITY
063800        ORDER BY RMA_NO DESC
063900        FETCH FIRST 1 ROW ONLY
064000     END-EXEC
064100     EVALUATE TRUE
064200        WHEN SQLCODE = ZERO
064300             EXEC SQL
064400                UPDATE API5.RMA
064500                SET QTY_CREDITED = QTY_CREDITED - :ITEMS-QUANTITY
064600                WHERE RMA_NO = :RMA-NO
064700             END-EXEC
064800             PERFORM TEST-SQLCODE
064900        WHEN SQLCODE = +100
065000             DISPLAY 'PART110 : AUCUNE RMA A REDUIRE - COMMANDE '
065100                     ORDERS-O-NO ' PRODUIT ' ITEMS-P-NO
065200        WHEN OTHER
065300             PERFORM TEST-SQLCODE
065400     END-EVALUATE
065500     .
065600
065700******************************************************
065800*** TAKES BACK WHAT THE LOAD ADDED TO THE BALANCE,  ***
065900*** WITH ITS OWN TYPE 'O' BALANCE_HISTORY ROW SO    ***
066000*** THE CHAIN STAYS UNBROKEN. THE IDS GO ON THE     ***
066100*** RUN_LOG ROW, ONCE FOR THE WHOLE REVERSAL.       ***
066200******************************************************
066300 REVERSE-ORDER-BALANCE.
066400     IF WS-ORDER-AMOUNT NOT = ZERO
066500        MOVE ZERO TO CUS-BALANCE
066600        EXEC SQL
066700           SELECT BALANCE
066800                INTO :CUS-BALANCE
066900           FROM API5.CUSTOMERS
067000           WHERE C_NO = :ORDERS-C-NO
067100        END-EXEC
067200        PERFORM TEST-SQLCODE
067300        IF SQLCODE = ZERO
067400           COMPUTE WS-NEW-BALANCE = CUS-BALANCE - WS-ORDER-AMOUNT
067500           EXEC SQL
067600              UPDATE API5.CUSTOMERS
067700              SET BALANCE = :WS-NEW-BALANCE
067800              WHERE C_NO  = :ORDERS-C-NO
067900           END-EXEC
068000           PERFORM TEST-SQLCODE
068100           MOVE ORDERS-C-NO     TO BALHIST-C-NO
068200           MOVE ORDERS-O-NO     TO BALHIST-O-NO
068300           MOVE CUS-BALANCE     TO BALHIST-OLD-BAL
068400           MOVE WS-NEW-BALANCE  TO BALHIST-NEW-BAL
068500           COMPUTE BALHIST-AMOUNT = ZERO - WS-ORDER-AMOUNT
068600           MOVE WS-TODAY-DASHED TO BALHIST-DATE
068700           MOVE 'O'             TO BALHIST-TYPE
068800           EXEC SQL
068900               INSERT INTO API5.BALANCE_HISTORY
069000               (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
069100                HIST_TYPE)
069200               VALUES(:BALHIST-C-NO,
069300                      :BALHIST-O-NO,
069400                      :BALHIST-OLD-BAL,
069500                      :BALHIST-NEW-BAL,
069600                      :BALHIST-AMOUNT,
069700                      :BALHIST-DATE,
069800                      :BALHIST-TYPE)
069900           END-EXEC
070000           PERFORM TEST-SQLCODE
070100        END-IF
070200     END-IF
070300     .
070400
070500******************************************************
070600*** LINES THE FILE PARKED INSTEAD OF POSTING GO     ***
070700*** TOO, EXCEPT THOSE OF AN ORDER LEFT FOR MANUAL   ***
070800*** HANDLING. AN ORDER THE FILE SENT FOR REVIEW     ***
070850*** LEAVES THE REVIEW QUEUE.                        ***
070900******************************************************
071000 REMOVE-PARKED-LINES.
071100     MOVE ZERO TO WS-PARKED-ROWS
071200     EXEC SQL
071300        DELETE FROM API5.HELD_ORDERS
071400        WHERE LOAD_FILE = :WS-REV-FILE
071500        AND   O_NO NOT IN (SELECT O.O_NO FROM API5.ORDERS O
071600                           WHERE O.STATUS <> 'L')
071700     END-EXEC
071800     PERFORM COUNT-PARKED-ROWS
071900     EXEC SQL
072000        DELETE FROM API5.SUSPENSE
072100        WHERE LOAD_FILE = :WS-REV-FILE
072200        AND   O_NO NOT IN (SELECT O.O_NO FROM API5.ORDERS O
072300                           WHERE O.STATUS <> 'L')
072400     END-EXEC
072500     PERFORM COUNT-PARKED-ROWS
072600     EXEC SQL
072700        DELETE FROM API5.BACKORDERS
072800        WHERE LOAD_FILE = :WS-REV-FILE
072900        AND   O_NO NOT IN (SELECT O.O_NO FROM API5.ORDERS O
073000                           WHERE O.STATUS <> 'L')
073100     END-EXEC
073200     PERFORM COUNT-PARKED-ROWS
073300     EXEC SQL
073400        DELETE FROM API5.RETURN_SUSPENSE
073500        WHERE LOAD_FILE = :WS-REV-FILE
073600        AND   O_NO NOT IN (SELECT O.O_NO FROM API5.ORDERS O
073700                           WHERE O.STATUS <> 'L')
073800     END-EXEC
073900     PERFORM COUNT-PARKED-ROWS
073911     EXEC SQL
073922        DELETE FROM API5.ORDER_SCREENING
073933        WHERE LOAD_FILE = :WS-REV-FILE
073944        AND   STATUS = 'P'
073947        AND   O_NO NOT IN (SELECT O.O_NO FROM API5.ORDERS O
073950                           WHERE O.STATUS <> 'L')
073955     END-EXEC
073966     IF SQLCODE < ZERO
073977        PERFORM TEST-SQLCODE
073988     END-IF
074000     ADD WS-PARKED-ROWS TO WS-CNT-PARKED
074100     MOVE WS-PARKED-ROWS TO PRK-COUNT-ED
074200     WRITE ENR-OUTREV FROM L-PARKED-LINE
074300     .
074400
074500 COUNT-PARKED-ROWS.
074600     EVALUATE TRUE
074700        WHEN SQLCODE = ZERO
074800             ADD SQLERRD(3) TO WS-PARKED-ROWS
074900        WHEN SQLCODE = +100
075000             CONTINUE
075100        WHEN OTHER
075200             PERFORM TEST-SQLCODE
075300     END-EVALUATE
075400     .
075500
075600******************************************************
075700*** THE REGISTRY ENTRY GOES ONLY WHEN THE WHOLE     ***
075800*** FILE CAME OUT, SO A CORRECTED FILE CAN LOAD; A  ***
075900*** FILE WITH REFUSED ORDERS STAYS REGISTERED UNTIL ***
076000*** THEY ARE HANDLED.                               ***
076100******************************************************
076200 UNREGISTER-FILE.
076300     IF WS-FILE-REFUSED = ZERO
076400        MOVE WS-REV-FILE TO FREG-FILE-NAME
076500        EXEC SQL
076600           DELETE FROM API5.FILE_REGISTRY
076700           WHERE FILE_NAME = :FREG-FILE-NAME
076800        END-EXEC
076900        EVALUATE TRUE
077000           WHEN SQLCODE = ZERO
077100                ADD 1 TO WS-CNT-UNREG
077200                MOVE 'UN-REGISTERED - CORRECTED FILE MAY LOAD'
077300                  TO REG-TEXT-ED
077400           WHEN SQLCODE = +100
077500                MOVE 'FILE WAS NOT REGISTERED'
077600                     TO REG-TEXT-ED
077700           WHEN OTHER
077800                PERFORM TEST-SQLCODE
077900        END-EVALUATE
078000     ELSE
078100        MOVE 'FILE STAYS REGISTERED - REFUSED ORDERS ABOVE'
078200             TO REG-TEXT-ED
078300     END-IF
078400     WRITE ENR-OUTREV FROM L-REGISTRY-LINE
078500     .
078600
078700 WRITE-RUN-LOG.
078800     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
078900                        WS-RLOG-READ WS-RLOG-LOADED
079000                        WS-RLOG-REJECTED WS-RLOG-RETCODE
079100     .
079200
079300 TEST-SQLCODE.
079400     EVALUATE TRUE
079500          WHEN SQLCODE IS EQUAL TO ZERO
079600                CONTINUE
079700          WHEN SQLCODE IS GREATER ZERO
079800             IF SQLCODE = 100
079900               CONTINUE
080000             ELSE
080100               DISPLAY 'WARNING : ' SQLCODE
080200             END-IF
080300          WHEN SQLCODE IS LESS THAN ZERO
080400                DISPLAY 'ANOMALIE : ' SQLCODE
080500                PERFORM ABEND-PROG
080600     END-EVALUATE.
080700
080800 ABEND-PROG.
080900     MOVE SQLCODE TO ED-SQLCODE
081000     DISPLAY 'ERREUR SQL, SQLCODE = ' ED-SQLCODE
081100     EXEC SQL ROLLBACK END-EXEC
081200     DISPLAY 'PART110 ABENDING - NOTHING WAS REVERSED'
081300     MOVE 16 TO RETURN-CODE
081400     STOP RUN.
081500
081600******************************************************
081700*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
081800*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
081900*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
082000******************************************************
082100 GET-RUN-PARM.
082200     MOVE RETURN-CODE TO WS-PGET-RETCODE
082300     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
082400                        WS-PGET-VALUE
082500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
082600     MOVE WS-PGET-RETCODE TO RETURN-CODE
082700     .
