000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART126.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - REVIEW OF THE ORDERS PART2'S    *
000600*              UNUSUAL-ORDER SCREENING HELD                      *
000700*              (API5.ORDER_SCREENING, HELD_ORDERS REASON 'S').   *
000800*              SCRNMODE=LIST PRINTS THE ORDERS PENDING REVIEW,   *
000900*              HIGHEST SCORE FIRST, WITH THEIR SCORE, REASONS    *
001000*              AND VALUE; SCRNMODE=RELEASE OR CANCEL DECIDES THE *
001100*              ORDER NAMED IN SCRNORDNO. A RELEASE TURNS ITS     *
001200*              HELD LINES TO REASON 'R' SO THE NEXT PART11 RUN   *
001300*              POSTS THEM, AND NEEDS THE OPERATOR AND A SECOND,  *
001400*              AUTHORISED APPROVER (OPERCHK, ACTION SCRNREL); A  *
001500*              CANCEL DELETES THEM AND NEEDS THE OPERATOR. THE   *
001600*              DECISION, ITS DATE AND THE OPERATOR GO ON THE     *
001700*              SCREENING ROW AND EVERY ACTION ON THE REGISTER    *
001800*              (FICSCR).                                         *
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
002700     SELECT OUTSCR ASSIGN TO FICSCR.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD OUTSCR.
003200 01 ENR-OUTSCR         PIC X(80).
003300
003400 WORKING-STORAGE SECTION.
003500     EXEC SQL
003600        INCLUDE SQLCA
003700     END-EXEC.
003800     EXEC SQL
003900        INCLUDE SCREEN
004000     END-EXEC.
004100
004200******************************************************
004300*** THE ORDERS STILL WAITING FOR A REVIEWER, THE    ***
004400*** MOST SUSPICIOUS FIRST.                          ***
004500******************************************************
004600     EXEC SQL
004700        DECLARE CSCRN CURSOR
004800        FOR
004900        SELECT O_NO, C_NO, O_DATE, SCREEN_DATE, SCORE,
005000               REASONS, ORDER_VALUE
005100        FROM API5.ORDER_SCREENING
005200        WHERE STATUS = 'P'
005300        ORDER BY SCORE DESC, O_NO
005400     END-EXEC.
005500
005600 77 WS-MODE-PARM       PIC X(7).
005700 77 WS-MODE-SW         PIC X VALUE ' '.
005800    88 MODE-LIST         VALUE 'L'.
005900    88 MODE-RELEASE      VALUE 'R'.
006000    88 MODE-CANCEL       VALUE 'X'.
006100    88 MODE-INVALID      VALUE ' '.
006200 77 WS-ORDNO-PARM      PIC X(6).
006300 77 WS-ORDER-NO        PIC 9(6) VALUE ZERO.
006400 77 WS-TODAY-RAW       PIC X(08).
006450 77 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
006458 77 PARMGET            PIC X(8) VALUE 'PARMGET'.
006466 77 WS-PGET-PROGID     PIC X(8) VALUE 'PART126'.
006474 77 WS-PGET-NAME       PIC X(12).
006482 77 WS-PGET-VALUE      PIC X(40).
006490 77 WS-PGET-RETCODE    PIC S9(4) COMP.
006500 77 WS-TODAY-DASHED    PIC X(10).
006600 77 WS-HELD-LINES      PIC 9(5) VALUE ZERO.
006700 77 WS-CNT-PENDING     PIC 9(5) VALUE ZERO.
006800 77 WS-CNT-RELEASED    PIC 9(5) VALUE ZERO.
006900 77 WS-CNT-CANCELLED   PIC 9(5) VALUE ZERO.
007000 77 WS-LIST-DONE       PIC X VALUE 'N'.
007100    88 LIST-DONE         VALUE 'O'.
007200    88 LIST-NOT-DONE     VALUE 'N'.
007300 77 OPERCHK            PIC X(8) VALUE 'OPERCHK'.
007400 77 WS-OPER-ACTION     PIC X(8) VALUE 'SCRNREL'.
007500 77 WS-OPER-NEED-APPR  PIC X(1) VALUE 'N'.
007600 77 WS-OPERATOR        PIC X(8) VALUE SPACES.
007700 77 WS-APPROVER        PIC X(8) VALUE SPACES.
007800 77 WS-OPER-STATUS     PIC X(1).
007900 77 WS-OPER-MESSAGE    PIC X(40).
008000
008100 01 L-LEGEND-LINE.
008200    05 FILLER          PIC X(40)
008300       VALUE 'RSN : N=NOUVEAU CLIENT Q=QUANTITE V=VALE'.
008400    05 FILLER          PIC X(40)
008500       VALUE 'UR P=PRODUIT NOUVEAU S=LIVRAISON NOUVEL'.
008600 01 L-REGISTER-LINE.
008700    05 REG-ACTION-ED   PIC X(8).
008800    05 FILLER          PIC X(7)  VALUE ' ORDER '.
008900    05 REG-ONO-ED      PIC 9(6).
009000    05 FILLER          PIC X(6)  VALUE ' CUST '.
009100    05 REG-CNO-ED      PIC 9(4).
009200    05 FILLER          PIC X(7)  VALUE ' SCORE '.
009300    05 REG-SCORE-ED    PIC ZZ9.
009400    05 FILLER          PIC X(5)  VALUE ' RSN '.
009500    05 REG-RSN-ED      PIC X(5).
009600    05 FILLER          PIC X(7)  VALUE ' VALUE '.
009700    05 REG-VALUE-ED    PIC ZZZZZZZZ9,99.
009800    05 FILLER          PIC X(1)  VALUE SPACE.
009900    05 REG-LINES-ED    PIC ZZZZ9.
010000    05 FILLER          PIC X(4)  VALUE SPACE.
010100
010200 PROCEDURE DIVISION.
010300     PERFORM INITIALIZE-PARAMETERS
010400     IF MODE-INVALID
010500        DISPLAY 'PART126 : SCRNMODE DOIT VALOIR LIST, RELEASE '
010600                'OU CANCEL'
010700        MOVE 8 TO RETURN-CODE
010800        GOBACK
010900     END-IF
011000     IF NOT MODE-LIST
011100        IF WS-ORDER-NO = ZERO
011200           DISPLAY 'PART126 : SCRNORDNO OBLIGATOIRE'
011300           MOVE 8 TO RETURN-CODE
011400           GOBACK
011500        END-IF
011600        PERFORM CHECK-OPERATOR-AUTHORITY
011700        IF WS-OPER-STATUS NOT = 'O'
011800           DISPLAY 'PART126 : ' WS-OPER-MESSAGE
011900           MOVE 8 TO RETURN-CODE
012000           GOBACK
012100        END-IF
012200     END-IF
012300
012400     OPEN OUTPUT OUTSCR
012500     EVALUATE TRUE
012600        WHEN MODE-LIST
012700             PERFORM LIST-PENDING-ORDERS
012800        WHEN OTHER
012900             PERFORM DECIDE-ORDER
013000     END-EVALUATE
013100     CLOSE OUTSCR
013200
013300     PERFORM COMMIT-SQL
013400     DISPLAY '===================================='
013500     DISPLAY 'PART126 UNUSUAL ORDER REVIEW'
013600     DISPLAY 'MODE                 : ' WS-MODE-PARM
013700     DISPLAY 'ORDERS PENDING       : ' WS-CNT-PENDING
013800     DISPLAY 'ORDERS RELEASED      : ' WS-CNT-RELEASED
013900     DISPLAY 'ORDERS CANCELLED     : ' WS-CNT-CANCELLED
014000     DISPLAY 'HELD LINES CONCERNED : ' WS-HELD-LINES
014100     DISPLAY '===================================='
014200     GOBACK.
014300
014400******************************************************
014500*** SCRNMODE (LIST/RELEASE/CANCEL) IS REQUIRED;     ***
014600*** SCRNORDNO NAMES THE ORDER TO RELEASE OR CANCEL. ***
014700******************************************************
014800 INITIALIZE-PARAMETERS.
014900     MOVE SPACES TO WS-MODE-PARM
015000     MOVE 'SCRNMODE' TO WS-PGET-NAME
015033     PERFORM GET-RUN-PARM
015066     MOVE WS-PGET-VALUE TO WS-MODE-PARM
015100     EVALUATE WS-MODE-PARM
015200        WHEN 'LIST'
015300           SET MODE-LIST TO TRUE
015400        WHEN 'RELEASE'
015500           SET MODE-RELEASE TO TRUE
015600        WHEN 'CANCEL'
015700           SET MODE-CANCEL TO TRUE
015800        WHEN OTHER
015900           SET MODE-INVALID TO TRUE
016000     END-EVALUATE
016100
016200     MOVE SPACES TO WS-ORDNO-PARM
016300     MOVE 'SCRNORDNO' TO WS-PGET-NAME
016333     PERFORM GET-RUN-PARM
016366     MOVE WS-PGET-VALUE TO WS-ORDNO-PARM
016400     MOVE ZERO TO WS-ORDER-NO
016500     IF WS-ORDNO-PARM IS NUMERIC
016600        MOVE WS-ORDNO-PARM TO WS-ORDER-NO
016700     END-IF
016800
016900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016950     CALL RUNDATE USING WS-TODAY-RAW
017000     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017100            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
017200            INTO WS-TODAY-DASHED
017300     END-STRING
017400     .
017500
017600******************************************************
017700*** RELEASING AN ORDER THE SCREENING STOPPED NEEDS  ***
017800*** THE OPERATOR AND A SECOND, AUTHORISED PERSON    ***
017900*** WHO APPROVES IT; CANCELLING NEEDS THE OPERATOR. ***
018000******************************************************
018100 CHECK-OPERATOR-AUTHORITY.
018200     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
018300     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
018400     IF MODE-RELEASE
018500        MOVE 'Y' TO WS-OPER-NEED-APPR
018600     END-IF
018700     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
018800                        WS-OPER-NEED-APPR WS-OPER-STATUS
018900                        WS-OPER-MESSAGE
019000     IF WS-OPER-STATUS = 'O'
019100        DISPLAY 'OPERATOR : ' WS-OPERATOR
019200                '  APPROVER : ' WS-APPROVER
019300     END-IF
019400     .
019500
019600 LIST-PENDING-ORDERS.
019700     WRITE ENR-OUTSCR FROM L-LEGEND-LINE
019800     SET LIST-NOT-DONE TO TRUE
019900     EXEC SQL
020000        OPEN CSCRN
020100     END-EXEC
020200     PERFORM TEST-SQLCODE
020300     PERFORM LIST-ONE-ORDER UNTIL LIST-DONE
020400     EXEC SQL
020500        CLOSE CSCRN
020600     END-EXEC
020700     PERFORM TEST-SQLCODE
020800     .
020900
021000 LIST-ONE-ORDER.
021100     EXEC SQL
021200        FETCH CSCRN
021300        INTO :SCRN-O-NO, :SCRN-C-NO, :SCRN-O-DATE, :SCRN-DATE,
021400             :SCRN-SCORE, :SCRN-REASONS, :SCRN-ORDER-VALUE
021500     END-EXEC
021600     EVALUATE TRUE
021700        WHEN SQLCODE = +100
021800             SET LIST-DONE TO TRUE
021900        WHEN SQLCODE = ZERO
022000             ADD 1 TO WS-CNT-PENDING
022100             PERFORM COUNT-HELD-LINES
022200             MOVE 'PENDING ' TO REG-ACTION-ED
022300             PERFORM WRITE-REGISTER-LINE
022400        WHEN OTHER
022500             PERFORM TEST-SQLCODE
022600     END-EVALUATE
022700     .
022800
022900******************************************************
023000*** ONLY AN ORDER STILL PENDING CAN BE DECIDED - A  ***
023100*** SECOND RELEASE OR CANCEL OF THE SAME ORDER IS   ***
023200*** REFUSED (RC 8).                                 ***
023300******************************************************
023400 DECIDE-ORDER.
023500     MOVE WS-ORDER-NO TO SCRN-O-NO
023600     EXEC SQL
023700        SELECT C_NO, O_DATE, SCREEN_DATE, SCORE, REASONS,
023800               ORDER_VALUE
023900             INTO :SCRN-C-NO, :SCRN-O-DATE, :SCRN-DATE,
024000                  :SCRN-SCORE, :SCRN-REASONS, :SCRN-ORDER-VALUE
024100        FROM API5.ORDER_SCREENING
024200        WHERE O_NO = :SCRN-O-NO
024300        AND   STATUS = 'P'
024400     END-EXEC
024500     EVALUATE TRUE
024600        WHEN SQLCODE = +100
024700             DISPLAY 'PART126 : COMMANDE ' WS-ORDER-NO
024800                     ' NON EN ATTENTE DE CONTROLE'
024900             MOVE 8 TO RETURN-CODE
025000        WHEN SQLCODE = ZERO
025100             PERFORM COUNT-HELD-LINES
025200             IF MODE-RELEASE
025300                PERFORM RELEASE-ORDER
025400             ELSE
025500                PERFORM CANCEL-ORDER
025600             END-IF
025700             PERFORM WRITE-REGISTER-LINE
025800        WHEN OTHER
025900             PERFORM TEST-SQLCODE
026000     END-EVALUATE
026100     .
026200
026300 COUNT-HELD-LINES.
026400     MOVE ZERO TO WS-HELD-LINES
026500     EXEC SQL
026600        SELECT COUNT(*) INTO :WS-HELD-LINES
026700        FROM API5.HELD_ORDERS
026800        WHERE O_NO = :SCRN-O-NO
026900        AND   HOLD_REASON = 'S'
027000     END-EXEC
027100     PERFORM TEST-SQLCODE
027200     .
027300
027400******************************************************
027500*** THE HELD LINES BECOME REASON 'R' - THE NEXT     ***
027600*** PART11 RUN POSTS THEM THROUGH THE USUAL PATH.   ***
027700******************************************************
027800 RELEASE-ORDER.
027900     EXEC SQL
028000        UPDATE API5.HELD_ORDERS
028100        SET HOLD_REASON = 'R'
028200        WHERE O_NO = :SCRN-O-NO
028300        AND   HOLD_REASON = 'S'
028400     END-EXEC
028500     IF SQLCODE < ZERO
028600        PERFORM TEST-SQLCODE
028700     END-IF
028800     MOVE 'R' TO SCRN-STATUS
028900     PERFORM RECORD-DECISION
029000     ADD 1 TO WS-CNT-RELEASED
029100     MOVE 'RELEASED' TO REG-ACTION-ED
029200     .
029300
029400 CANCEL-ORDER.
029500     EXEC SQL
029600        DELETE FROM API5.HELD_ORDERS
029700        WHERE O_NO = :SCRN-O-NO
029800        AND   HOLD_REASON = 'S'
029900     END-EXEC
030000     IF SQLCODE < ZERO
030100        PERFORM TEST-SQLCODE
030200     END-IF
030300     MOVE 'X' TO SCRN-STATUS
030400     PERFORM RECORD-DECISION
030500     ADD 1 TO WS-CNT-CANCELLED
030600     MOVE 'CANCELED' TO REG-ACTION-ED
030700     .
030800
030900 RECORD-DECISION.
031000     MOVE WS-TODAY-DASHED TO SCRN-DECIDED-DATE
031100     MOVE WS-OPERATOR     TO SCRN-REVIEWER
031200     EXEC SQL
031300        UPDATE API5.ORDER_SCREENING
031400        SET STATUS       = :SCRN-STATUS,
031500            DECIDED_DATE = :SCRN-DECIDED-DATE,
031600            REVIEWER     = :SCRN-REVIEWER
031700        WHERE O_NO = :SCRN-O-NO
031800        AND   STATUS = 'P'
031900     END-EXEC
032000     PERFORM TEST-SQLCODE
032100     .
032200
032300 WRITE-REGISTER-LINE.
032400     MOVE SCRN-O-NO          TO REG-ONO-ED
032500     MOVE SCRN-C-NO          TO REG-CNO-ED
032600     MOVE SCRN-SCORE         TO REG-SCORE-ED
032700     MOVE SCRN-REASONS       TO REG-RSN-ED
032800     MOVE SCRN-ORDER-VALUE   TO REG-VALUE-ED
032900     MOVE WS-HELD-LINES      TO REG-LINES-ED
033000     WRITE ENR-OUTSCR FROM L-REGISTER-LINE
033100     .
033200
033300 COMMIT-SQL.
033400     EXEC SQL COMMIT END-EXEC
033500     PERFORM TEST-SQLCODE
033600     .
033700
033800 TEST-SQLCODE.
033900     EVALUATE TRUE
034000          WHEN SQLCODE IS EQUAL TO ZERO
034100                CONTINUE
034200          WHEN SQLCODE IS GREATER ZERO
034300             IF SQLCODE = 100
034400               CONTINUE
034500             ELSE
034600               DISPLAY 'WARNING : ' SQLCODE
034700             END-IF
034800          WHEN SQLCODE IS LESS THAN ZERO
034900                DISPLAY 'ANOMALIE : ' SQLCODE
035000                PERFORM ABEND-PROG
035100     END-EVALUATE.
035200
035300 ABEND-PROG.
035400     EXEC SQL ROLLBACK END-EXEC
035500     DISPLAY 'PART126 ABENDING - SEE SQLCODE ABOVE'
035600     MOVE 16 TO RETURN-CODE
035700     STOP RUN.
035800
035900******************************************************
036000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
036100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
036200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
036300******************************************************
036400 GET-RUN-PARM.
036500     MOVE RETURN-CODE TO WS-PGET-RETCODE
036600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
036700                        WS-PGET-VALUE
036800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
036900     MOVE WS-PGET-RETCODE TO RETURN-CODE
037000     .
