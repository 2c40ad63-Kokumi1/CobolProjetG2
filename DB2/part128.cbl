000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART128.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MONTH-END RECEIVABLES           *
000600*              RECONCILIATION. TIES THE SUBLEDGER (SUM OF        *
000700*              CUSTOMERS.BALANCE) TO THE RECEIVABLES CONTROL     *
000800*              ACCOUNT PART44 BUILDS FROM THE BALANCE_HISTORY    *
000900*              POSTINGS (EVERY TYPE BUT THE 'D' MEMO ROWS AND    *
001000*              THE 'M' MERGE TRANSFERS) AND TO THE OPEN          *
001100*              API5.OPEN_ITEMS, THE LATTER WITH THE ITEMS OPEN   *
001200*              ITEMS DO NOT CARRY (ORDERS NOT YET INVOICED,      *
001300*              FINANCE CHARGES, UNAPPLIED CASH) SHOWN AS         *
001400*              RECONCILING LINES, OVERALL AND PER CUSTOMER. EACH *
001500*              CUSTOMER OUT OF BALANCE IS LISTED ON FICREC WITH  *
001600*              ITS MOVEMENTS OF THE MONTH (RECMONTH ENV VAR,     *
001700*              YYYY-MM, DEFAULT = THE CURRENT MONTH) BY DAY,     *
001800*              TYPE AND ORDER AND ITS OPEN ITEMS, AND THE        *
001900*              MONTH'S MOVEMENTS OF THOSE CUSTOMERS ARE TOTALLED *
002000*              BY TYPE. ANY DIFFERENCE ENDS THE RUN WITH RC 8 SO *
002100*              PARTDRV STOPS THE MONTH-END CHAIN BEFORE THE      *
002200*              STATEMENTS.                                       *
002216* 2026-10-15 : A RETURN'S CREDIT NOTE (PART130) OPENS A NEGATIVE *
002232*              OPEN ITEM WHILE THE RETURN IS STILL COUNTED IN    *
002248*              THE UNBILLED ORDERS; THE CREDIT NOTE IS ADDED     *
002264*              BACK TO THE UNBILLED FIGURE UNTIL ITS ORDER IS    *
002280*              INVOICED, SO IT IS NOT COUNTED TWICE.             *
002284* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002288*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002292*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002296*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002296* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
002296*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
002296*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
002296*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
002296*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
002296*              FOR THE PART131 REPORT.                           *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OUTREC ASSIGN TO FICREC.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD OUTREC.
003600 01 ENR-OUTREC PIC X(100).
003700
003800 WORKING-STORAGE SECTION.
003900     EXEC SQL
004000        INCLUDE SQLCA
004100     END-EXEC.
004200     EXEC SQL
004300        INCLUDE CUSTOMER
004400     END-EXEC.
004500     EXEC SQL
004600        INCLUDE BALHIST
004700     END-EXEC.
004800     EXEC SQL
004900        INCLUDE OPENITEM
005000     END-EXEC.
005100
005200******************************************************
005300*** EVERY CUSTOMER WITH ITS FOUR FIGURES : THE      ***
005400*** POSTINGS BEHIND ITS BALANCE (MERGE TRANSFERS    ***
005500*** INCLUDED - THEY MOVE A BALANCE BETWEEN TWO      ***
005600*** CUSTOMERS), ITS OPEN ITEMS, ITS ORDERS NOT YET  ***
005700*** INVOICED (LESS THE CREDIT NOTES ALREADY ISSUED  ***
005750*** FOR THEIR RETURNS) AND ITS FINANCE CHARGES.     ***
005800******************************************************
005900     EXEC SQL
006000        DECLARE CCUST CURSOR
006100        FOR
006200        SELECT C.C_NO, C.NAME, C.BALANCE,
006300               COALESCE((SELECT SUM(B.AMOUNT)
006400                         FROM API5.BALANCE_HISTORY B
006500                         WHERE B.C_NO = C.C_NO
006600                         AND   B.HIST_TYPE <> 'D'), 0),
006700               COALESCE((SELECT SUM(OI.OPEN_AMOUNT)
006800                         FROM API5.OPEN_ITEMS OI
006900                         WHERE OI.C_NO = C.C_NO
007000                         AND   OI.STATUS = 'O'), 0),
007100               COALESCE((SELECT SUM(B.AMOUNT)
007200                         FROM API5.BALANCE_HISTORY B
007300                         JOIN API5.ORDERS O
007400                         ON B.O_NO = O.O_NO
007500                         WHERE B.C_NO = C.C_NO
007600                         AND   B.HIST_TYPE = 'O'
007700                         AND   O.STATUS IN ('L', 'P', 'S')), 0)
007712              + COALESCE((SELECT SUM(N.AMOUNT)
007724                         FROM API5.CREDIT_NOTES N
007736                         JOIN API5.ORDERS O
007748                         ON N.O_NO = O.O_NO
007760                         WHERE N.C_NO = C.C_NO
007772                         AND   N.SOURCE = 'R'
007784                         AND   O.STATUS IN ('L', 'P', 'S')), 0),
007800               COALESCE((SELECT SUM(B.AMOUNT)
007900                         FROM API5.BALANCE_HISTORY B
008000                         WHERE B.C_NO = C.C_NO
008100                         AND   B.HIST_TYPE = 'F'), 0),
008200               COALESCE((SELECT SUM(R.AMOUNT - R.APPLIED_AMT)
008300                         FROM API5.CASH_RECEIPTS R
008400                         WHERE R.C_NO = C.C_NO), 0)
008500        FROM API5.CUSTOMERS C
008600        ORDER BY C.C_NO
008700     END-EXEC.
008800
008900******************************************************
009000*** AN OUT-OF-BALANCE CUSTOMER'S MOVEMENTS OF THE   ***
009100*** MONTH, BY DAY, TYPE AND DOCUMENT.               ***
009200******************************************************
009300     EXEC SQL
009400        DECLARE CMOVE CURSOR
009500        FOR
009600        SELECT HIST_DATE, HIST_TYPE, O_NO, COUNT(*), SUM(AMOUNT)
009700        FROM API5.BALANCE_HISTORY
009800        WHERE C_NO = :CUS-NO
009900        AND   HIST_DATE >= :WS-DATE-FROM
010000        AND   HIST_DATE <= :WS-DATE-TO
010100        AND   HIST_TYPE <> 'D'
010200        GROUP BY HIST_DATE, HIST_TYPE, O_NO
010300        ORDER BY HIST_DATE, HIST_TYPE, O_NO
010400     END-EXEC.
010500
010600     EXEC SQL
010700        DECLARE COPEN CURSOR
010800        FOR
010900        SELECT INV_NO, O_NO, ORIG_AMOUNT, OPEN_AMOUNT, INV_DATE
011000        FROM API5.OPEN_ITEMS
011100        WHERE C_NO = :CUS-NO
011200        AND   STATUS = 'O'
011300        ORDER BY INV_DATE, INV_NO
011400     END-EXEC.
011500
011600 77 WS-MONTH-PARM     PIC X(7).
011700 77 WS-REC-MONTH      PIC X(7).
011800 77 WS-DATE-FROM      PIC X(10).
011900 77 WS-DATE-TO        PIC X(10).
012000 77 WS-TODAY-RAW      PIC X(08).
012050 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
012058 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
012066 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART128'.
012074 77 WS-PGET-NAME      PIC X(12).
012082 77 WS-PGET-VALUE     PIC X(40).
012090 77 WS-PGET-RETCODE   PIC S9(4) COMP.
012100 77 WS-CUS-CONTROL    PIC S9(9)V99 COMP-3.
012200 77 WS-CUS-OPEN       PIC S9(9)V99 COMP-3.
012300 77 WS-CUS-UNBILLED   PIC S9(9)V99 COMP-3.
012400 77 WS-CUS-FINANCE    PIC S9(9)V99 COMP-3.
012500 77 WS-CUS-UNAPPLIED  PIC S9(9)V99 COMP-3.
012600 77 WS-CUS-EXPLAINED  PIC S9(9)V99 COMP-3.
012700 77 WS-CUS-DIFF-GL    PIC S9(9)V99 COMP-3.
012800 77 WS-CUS-DIFF-OI    PIC S9(9)V99 COMP-3.
012900 77 WS-TOT-BALANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
013000 77 WS-TOT-CONTROL    PIC S9(11)V99 COMP-3 VALUE ZERO.
013100 77 WS-TOT-OPEN       PIC S9(11)V99 COMP-3 VALUE ZERO.
013200 77 WS-TOT-UNBILLED   PIC S9(11)V99 COMP-3 VALUE ZERO.
013300 77 WS-TOT-FINANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
013400 77 WS-TOT-UNAPPLIED  PIC S9(11)V99 COMP-3 VALUE ZERO.
013500 77 WS-TOT-EXPLAINED  PIC S9(11)V99 COMP-3 VALUE ZERO.
013600 77 WS-TOT-DIFF-GL    PIC S9(11)V99 COMP-3 VALUE ZERO.
013700 77 WS-TOT-DIFF-OI    PIC S9(11)V99 COMP-3 VALUE ZERO.
013800 77 WS-MOVE-COUNT     PIC 9(5) COMP-3.
013900 77 WS-MOVE-AMOUNT    PIC S9(9)V99 COMP-3.
014000 77 WS-CNT-CUSTOMERS  PIC 9(5) VALUE ZERO.
014100 77 WS-CNT-OUT        PIC 9(5) VALUE ZERO.
014200 77 WS-TX             PIC 9(2) COMP VALUE ZERO.
014300 77 WS-TYPE-COUNT     PIC 9(2) COMP VALUE ZERO.
014400 77 ED-DIFF           PIC -ZZZZZZZZZZ9,99.
014500 77 WS-LIST-DONE      PIC X VALUE 'N'.
014600    88 LIST-DONE        VALUE 'O'.
014700    88 LIST-NOT-DONE    VALUE 'N'.
014800 77 WS-DETAIL-DONE    PIC X VALUE 'N'.
014900    88 DETAIL-DONE      VALUE 'O'.
015000    88 DETAIL-NOT-DONE  VALUE 'N'.
015100 77 WS-BALANCE-SW     PIC X VALUE 'O'.
015200    88 IN-BALANCE       VALUE 'O'.
015300    88 OUT-OF-BALANCE   VALUE 'N'.
015400
015500******************************************************
015600*** THE MONTH'S MOVEMENTS OF THE OUT-OF-BALANCE     ***
015700*** CUSTOMERS, ONE SLOT PER HISTORY TYPE MET.       ***
015800******************************************************
015900 01 WS-TYPE-TABLE.
016000    05 WS-TYPE-ENTRY OCCURS 20 TIMES.
016100       10 TYP-CODE      PIC X(1).
016200       10 TYP-COUNT     PIC 9(7) COMP-3.
016300       10 TYP-AMOUNT    PIC S9(11)V99 COMP-3.
016400
016500 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
016600 01 L-TITLE-LINE.
016700    05 FILLER         PIC X(34)
016800       VALUE 'RECEIVABLES RECONCILIATION - MONTH'.
016900    05 FILLER         PIC X(1)  VALUE SPACE.
017000    05 TITLE-MONTH-ED PIC X(7).
017100    05 FILLER         PIC X(7)  VALUE '  RUN '.
017200    05 TITLE-DATE-ED  PIC X(8).
017300    05 FILLER         PIC X(43) VALUE SPACE.
017400 01 L-SECTION-LINE.
017500    05 SECT-TITLE-ED  PIC X(60).
017600    05 FILLER         PIC X(40) VALUE SPACE.
017700 01 L-TOTAL-LINE.
017800    05 FILLER         PIC X(4)  VALUE SPACE.
017900    05 TOT-LABEL-ED   PIC X(40).
018000    05 TOT-AMOUNT-ED  PIC -ZZZZZZZZZZ9,99.
018100    05 FILLER         PIC X(41) VALUE SPACE.
018200 01 L-COLUMN-HEAD1.
018300    05 FILLER  PIC X(6)  VALUE 'CUST  '.
018400    05 FILLER  PIC X(21) VALUE 'NAME'.
018500    05 FILLER  PIC X(12) VALUE '     BALANCE'.
018600    05 FILLER  PIC X(12) VALUE '     CONTROL'.
018700    05 FILLER  PIC X(12) VALUE '  OPEN ITEMS'.
018800    05 FILLER  PIC X(12) VALUE '   EXPLAINED'.
018900    05 FILLER  PIC X(12) VALUE '  DIFF CTRL'.
019000    05 FILLER  PIC X(13) VALUE '  DIFF ITEMS'.
019100 01 L-CUSTOMER-LINE.
019200    05 CUS-CNO-ED      PIC 9(4).
019300    05 FILLER          PIC X(2)  VALUE SPACE.
019400    05 CUS-NAME-ED     PIC X(20).
019500    05 CUS-BALANCE-ED  PIC -ZZZZZZ9,99.
019600    05 FILLER          PIC X(1)  VALUE SPACE.
019700    05 CUS-CONTROL-ED  PIC -ZZZZZZ9,99.
019800    05 FILLER          PIC X(1)  VALUE SPACE.
019900    05 CUS-OPEN-ED     PIC -ZZZZZZ9,99.
020000    05 FILLER          PIC X(1)  VALUE SPACE.
020100    05 CUS-EXPLAIN-ED  PIC -ZZZZZZ9,99.
020200    05 FILLER          PIC X(1)  VALUE SPACE.
020300    05 CUS-DIFF-GL-ED  PIC -ZZZZZZ9,99.
020400    05 FILLER          PIC X(1)  VALUE SPACE.
020500    05 CUS-DIFF-OI-ED  PIC -ZZZZZZ9,99.
020600    05 FILLER          PIC X(1)  VALUE SPACE.
020700 01 L-MOVE-LINE.
020800    05 FILLER          PIC X(8)  VALUE '    MVT '.
020900    05 MOVE-DATE-ED    PIC X(10).
021000    05 FILLER          PIC X(6)  VALUE ' TYPE '.
021100    05 MOVE-TYPE-ED    PIC X(1).
021200    05 FILLER          PIC X(7)  VALUE ' ORDER '.
021300    05 MOVE-ONO-ED     PIC 9(6).
021400    05 FILLER          PIC X(1)  VALUE SPACE.
021500    05 MOVE-COUNT-ED   PIC ZZZ9.
021600    05 FILLER          PIC X(1)  VALUE SPACE.
021700    05 MOVE-AMOUNT-ED  PIC -ZZZZZZZ9,99.
021800    05 FILLER          PIC X(44) VALUE SPACE.
021900 01 L-ITEM-LINE.
022000    05 FILLER          PIC X(8)  VALUE '    INV '.
022100    05 ITEM-INV-ED     PIC 9(6).
022200    05 FILLER          PIC X(7)  VALUE ' ORDER '.
022300    05 ITEM-ONO-ED     PIC 9(6).
022400    05 FILLER          PIC X(1)  VALUE SPACE.
022500    05 ITEM-DATE-ED    PIC X(10).
022600    05 FILLER          PIC X(6)  VALUE ' ORIG '.
022700    05 ITEM-ORIG-ED    PIC -ZZZZZZ9,99.
022800    05 FILLER          PIC X(6)  VALUE ' OPEN '.
022900    05 ITEM-OPEN-ED    PIC -ZZZZZZ9,99.
023000    05 FILLER          PIC X(28) VALUE SPACE.
023100 01 L-TYPE-LINE.
023200    05 FILLER          PIC X(9)  VALUE '    TYPE '.
023300    05 TYPE-CODE-ED    PIC X(1).
023400    05 FILLER          PIC X(10) VALUE '  ROWS    '.
023500    05 TYPE-COUNT-ED   PIC ZZZZZZ9.
023600    05 FILLER          PIC X(10) VALUE '  AMOUNT  '.
023700    05 TYPE-AMOUNT-ED  PIC -ZZZZZZZZZZ9,99.
023800    05 FILLER          PIC X(48) VALUE SPACE.
023900
024000 PROCEDURE DIVISION.
024100     PERFORM INITIALIZE-PARAMETERS
024200
024300     OPEN OUTPUT OUTREC
024400     WRITE ENR-OUTREC FROM L-TITLE-LINE
024500     WRITE ENR-OUTREC FROM L-HEADER-BLANK
024600     MOVE '1. CUSTOMERS OUT OF BALANCE' TO SECT-TITLE-ED
024700     WRITE ENR-OUTREC FROM L-SECTION-LINE
024800     WRITE ENR-OUTREC FROM L-COLUMN-HEAD1
024900
025000     SET LIST-NOT-DONE TO TRUE
025100     EXEC SQL
025200        OPEN CCUST
025300     END-EXEC
025400     PERFORM TEST-SQLCODE
025500     PERFORM RECONCILE-ONE-CUSTOMER UNTIL LIST-DONE
025600     EXEC SQL
025700        CLOSE CCUST
025800     END-EXEC
025900     PERFORM TEST-SQLCODE
026000
026100     PERFORM READ-CONTROL-ACCOUNT
026200     PERFORM WRITE-RECONCILIATION
026300     PERFORM WRITE-TYPE-BREAKDOWN
026400     CLOSE OUTREC
026500
026600     MOVE WS-TOT-DIFF-GL TO ED-DIFF
026700     DISPLAY 'PART128 : CLIENTS CONTROLES     : ' WS-CNT-CUSTOMERS
026800     DISPLAY 'PART128 : CLIENTS EN ECART      : ' WS-CNT-OUT
026900     DISPLAY 'PART128 : ECART COMPTE COLLECTIF: ' ED-DIFF
027000     MOVE WS-TOT-DIFF-OI TO ED-DIFF
027100     DISPLAY 'PART128 : ECART PIECES OUVERTES : ' ED-DIFF
027200     IF OUT-OF-BALANCE
027300        DISPLAY 'PART128 : *** RECEIVABLES OUT OF BALANCE ***'
027400        MOVE 8 TO RETURN-CODE
027500     END-IF
027600     GOBACK.
027700
027800******************************************************
027900*** RECMONTH NAMES THE MONTH WHOSE MOVEMENTS ARE    ***
028000*** LISTED; UNSET MEANS THE CURRENT MONTH, AS FOR   ***
028100*** THE PART12 STATEMENTS THAT FOLLOW IT.           ***
028200******************************************************
028300 INITIALIZE-PARAMETERS.
028400     INITIALIZE WS-TYPE-TABLE
028500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
028550     CALL RUNDATE USING WS-TODAY-RAW
028600     MOVE SPACES TO WS-MONTH-PARM
028700     MOVE 'RECMONTH' TO WS-PGET-NAME
028733     PERFORM GET-RUN-PARM
028766     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
028800     IF WS-MONTH-PARM NOT = SPACES
028900        MOVE WS-MONTH-PARM TO WS-REC-MONTH
029000     ELSE
029100        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
029200               DELIMITED BY SIZE INTO WS-REC-MONTH
029300        END-STRING
029400     END-IF
029500     STRING WS-REC-MONTH '-01' DELIMITED BY SIZE
029600            INTO WS-DATE-FROM
029700     END-STRING
029800     STRING WS-REC-MONTH '-31' DELIMITED BY SIZE
029900            INTO WS-DATE-TO
030000     END-STRING
030100     MOVE WS-REC-MONTH TO TITLE-MONTH-ED
030200     MOVE WS-TODAY-RAW TO TITLE-DATE-ED
030300     DISPLAY 'PART128 : RAPPROCHEMENT CLIENTS POUR ' WS-REC-MONTH
030400     .
030500
030600******************************************************
030700*** THE BALANCE MUST EQUAL ITS POSTINGS, AND THE    ***
030800*** OPEN ITEMS PLUS WHAT THEY DO NOT CARRY - ORDERS ***
030900*** NOT YET INVOICED AND FINANCE CHARGES, LESS CASH ***
031000*** NO INVOICE ABSORBED.                            ***
031100******************************************************
031200 RECONCILE-ONE-CUSTOMER.
031300     EXEC SQL
031400        FETCH CCUST
031500        INTO :CUS-NO, :CUS-NAME, :CUS-BALANCE,
031600             :WS-CUS-CONTROL, :WS-CUS-OPEN, :WS-CUS-UNBILLED,
031700             :WS-CUS-FINANCE, :WS-CUS-UNAPPLIED
031800     END-EXEC
031900     EVALUATE TRUE
032000        WHEN SQLCODE = +100
032100             SET LIST-DONE TO TRUE
032200        WHEN SQLCODE = ZERO
032300             ADD 1 TO WS-CNT-CUSTOMERS
032400             PERFORM CHECK-ONE-CUSTOMER
032500        WHEN OTHER
032600             PERFORM TEST-SQLCODE
032700     END-EVALUATE
032800     .
032900
033000 CHECK-ONE-CUSTOMER.
033100     COMPUTE WS-CUS-EXPLAINED = WS-CUS-OPEN + WS-CUS-UNBILLED
033200             + WS-CUS-FINANCE - WS-CUS-UNAPPLIED
033300     COMPUTE WS-CUS-DIFF-GL = CUS-BALANCE - WS-CUS-CONTROL
033400     COMPUTE WS-CUS-DIFF-OI = CUS-BALANCE - WS-CUS-EXPLAINED
033500     ADD CUS-BALANCE      TO WS-TOT-BALANCE
033600     ADD WS-CUS-OPEN      TO WS-TOT-OPEN
033700     ADD WS-CUS-UNBILLED  TO WS-TOT-UNBILLED
033800     ADD WS-CUS-FINANCE   TO WS-TOT-FINANCE
033900     ADD WS-CUS-UNAPPLIED TO WS-TOT-UNAPPLIED
034000     ADD WS-CUS-EXPLAINED TO WS-TOT-EXPLAINED
034100     IF WS-CUS-DIFF-GL NOT = ZERO
034200        OR WS-CUS-DIFF-OI NOT = ZERO
034300        SET OUT-OF-BALANCE TO TRUE
034400        ADD 1 TO WS-CNT-OUT
034500        PERFORM WRITE-CUSTOMER-DETAIL
034600     END-IF
034700     .
034800
034900 WRITE-CUSTOMER-DETAIL.
035000     MOVE CUS-NO           TO CUS-CNO-ED
035100     MOVE CUS-NAME         TO CUS-NAME-ED
035200     MOVE CUS-BALANCE      TO CUS-BALANCE-ED
035300     MOVE WS-CUS-CONTROL   TO CUS-CONTROL-ED
035400     MOVE WS-CUS-OPEN      TO CUS-OPEN-ED
035500     MOVE WS-CUS-EXPLAINED TO CUS-EXPLAIN-ED
035600     MOVE WS-CUS-DIFF-GL   TO CUS-DIFF-GL-ED
035700     MOVE WS-CUS-DIFF-OI   TO CUS-DIFF-OI-ED
035800     WRITE ENR-OUTREC FROM L-CUSTOMER-LINE
035900
036000     SET DETAIL-NOT-DONE TO TRUE
036100     EXEC SQL
036200        OPEN CMOVE
036300     END-EXEC
036400     PERFORM TEST-SQLCODE
036500     PERFORM LIST-ONE-MOVEMENT UNTIL DETAIL-DONE
036600     EXEC SQL
036700        CLOSE CMOVE
036800     END-EXEC
036900     PERFORM TEST-SQLCODE
037000
037100     SET DETAIL-NOT-DONE TO TRUE
037200     EXEC SQL
037300        OPEN COPEN
037400     END-EXEC
037500     PERFORM TEST-SQLCODE
037600     PERFORM LIST-ONE-OPEN-ITEM UNTIL DETAIL-DONE
037700     EXEC SQL
037800        CLOSE COPEN
037900     END-EXEC
038000     PERFORM TEST-SQLCODE
038100     .
038200
038300 LIST-ONE-MOVEMENT.
038400     EXEC SQL
038500        FETCH CMOVE
038600        INTO :BALHIST-DATE, :BALHIST-TYPE, :BALHIST-O-NO,
038700             :WS-MOVE-COUNT, :WS-MOVE-AMOUNT
038800     END-EXEC
038900     EVALUATE TRUE
039000        WHEN SQLCODE = +100
039100             SET DETAIL-DONE TO TRUE
039200        WHEN SQLCODE = ZERO
039300             MOVE BALHIST-DATE   TO MOVE-DATE-ED
039400             MOVE BALHIST-TYPE   TO MOVE-TYPE-ED
039500             MOVE BALHIST-O-NO   TO MOVE-ONO-ED
039600             MOVE WS-MOVE-COUNT  TO MOVE-COUNT-ED
039700             MOVE WS-MOVE-AMOUNT TO MOVE-AMOUNT-ED
039800             WRITE ENR-OUTREC FROM L-MOVE-LINE
039900             PERFORM ADD-TO-TYPE-TABLE
040000        WHEN OTHER
040100             PERFORM TEST-SQLCODE
040200     END-EVALUATE
040300     .
040400
040500 LIST-ONE-OPEN-ITEM.
040600     EXEC SQL
040700        FETCH COPEN
040800        INTO :OITEM-INV-NO, :OITEM-O-NO, :OITEM-ORIG-AMT,
040900             :OITEM-OPEN-AMT, :OITEM-INV-DATE
041000     END-EXEC
041100     EVALUATE TRUE
041200        WHEN SQLCODE = +100
041300             SET DETAIL-DONE TO TRUE
041400        WHEN SQLCODE = ZERO
041500             MOVE OITEM-INV-NO   TO ITEM-INV-ED
041600             MOVE OITEM-O-NO     TO ITEM-ONO-ED
041700             MOVE OITEM-INV-DATE TO ITEM-DATE-ED
041800             MOVE OITEM-ORIG-AMT TO ITEM-ORIG-ED
041900             MOVE OITEM-OPEN-AMT TO ITEM-OPEN-ED
042000             WRITE ENR-OUTREC FROM L-ITEM-LINE
042100        WHEN OTHER
042200             PERFORM TEST-SQLCODE
042300     END-EVALUATE
042400     .
042500
042600******************************************************
042700*** A TYPE NOT MET BEFORE TAKES THE NEXT FREE SLOT. ***
042800******************************************************
042900 ADD-TO-TYPE-TABLE.
043000     MOVE 1 TO WS-TX
043100     PERFORM NEXT-TYPE-SLOT
043200             UNTIL WS-TX > WS-TYPE-COUNT
043300             OR TYP-CODE(WS-TX) = BALHIST-TYPE
043400     IF WS-TX > WS-TYPE-COUNT
043500        IF WS-TYPE-COUNT < 20
043600           ADD 1 TO WS-TYPE-COUNT
043700           MOVE WS-TYPE-COUNT TO WS-TX
043800           MOVE BALHIST-TYPE TO TYP-CODE(WS-TX)
043900        ELSE
044000           MOVE 20 TO WS-TX
044100        END-IF
044200     END-IF
044300     ADD WS-MOVE-COUNT  TO TYP-COUNT(WS-TX)
044400     ADD WS-MOVE-AMOUNT TO TYP-AMOUNT(WS-TX)
044500     .
044600
044700 NEXT-TYPE-SLOT.
044800     ADD 1 TO WS-TX
044900     .
045000
045100******************************************************
045200*** THE CONTROL ACCOUNT AS PART44 JOURNALS IT -     ***
045300*** NEITHER THE 'D' MEMO ROWS NOR THE 'M' MERGE     ***
045400*** PAIRS TOUCH RECEIVABLES.                        ***
045500******************************************************
045600 READ-CONTROL-ACCOUNT.
045700     EXEC SQL
045800        SELECT COALESCE(SUM(AMOUNT), 0)
045900             INTO :WS-TOT-CONTROL
046000        FROM API5.BALANCE_HISTORY
046100        WHERE HIST_TYPE <> 'D'
046200        AND   HIST_TYPE <> 'M'
046300     END-EXEC
046400     PERFORM TEST-SQLCODE
046500     COMPUTE WS-TOT-DIFF-GL = WS-TOT-BALANCE - WS-TOT-CONTROL
046600     COMPUTE WS-TOT-DIFF-OI = WS-TOT-BALANCE - WS-TOT-EXPLAINED
046700     IF WS-TOT-DIFF-GL NOT = ZERO
046800        OR WS-TOT-DIFF-OI NOT = ZERO
046900        SET OUT-OF-BALANCE TO TRUE
047000     END-IF
047100     .
047200
047300 WRITE-RECONCILIATION.
047400     WRITE ENR-OUTREC FROM L-HEADER-BLANK
047500     MOVE '2. RECONCILIATION' TO SECT-TITLE-ED
047600     WRITE ENR-OUTREC FROM L-SECTION-LINE
047700     MOVE 'SUBLEDGER (CUSTOMERS.BALANCE)' TO TOT-LABEL-ED
047800     MOVE WS-TOT-BALANCE TO TOT-AMOUNT-ED
047900     WRITE ENR-OUTREC FROM L-TOTAL-LINE
048000     MOVE 'CONTROL ACCOUNT (PART44 POSTINGS)' TO TOT-LABEL-ED
048100     MOVE WS-TOT-CONTROL TO TOT-AMOUNT-ED
048200     WRITE ENR-OUTREC FROM L-TOTAL-LINE
048300     MOVE 'DIFFERENCE SUBLEDGER - CONTROL' TO TOT-LABEL-ED
048400     MOVE WS-TOT-DIFF-GL TO TOT-AMOUNT-ED
048500     WRITE ENR-OUTREC FROM L-TOTAL-LINE
048600     WRITE ENR-OUTREC FROM L-HEADER-BLANK
048700     MOVE 'OPEN ITEMS' TO TOT-LABEL-ED
048800     MOVE WS-TOT-OPEN TO TOT-AMOUNT-ED
048900     WRITE ENR-OUTREC FROM L-TOTAL-LINE
049000     MOVE '+ ORDERS NOT YET INVOICED' TO TOT-LABEL-ED
049100     MOVE WS-TOT-UNBILLED TO TOT-AMOUNT-ED
049200     WRITE ENR-OUTREC FROM L-TOTAL-LINE
049300     MOVE '+ FINANCE CHARGES' TO TOT-LABEL-ED
049400     MOVE WS-TOT-FINANCE TO TOT-AMOUNT-ED
049500     WRITE ENR-OUTREC FROM L-TOTAL-LINE
049600     MOVE '- UNAPPLIED CASH' TO TOT-LABEL-ED
049700     MOVE WS-TOT-UNAPPLIED TO TOT-AMOUNT-ED
049800     WRITE ENR-OUTREC FROM L-TOTAL-LINE
049900     MOVE '= OPEN ITEMS EXPLAINED' TO TOT-LABEL-ED
050000     MOVE WS-TOT-EXPLAINED TO TOT-AMOUNT-ED
050100     WRITE ENR-OUTREC FROM L-TOTAL-LINE
050200     MOVE 'DIFFERENCE SUBLEDGER - OPEN ITEMS' TO TOT-LABEL-ED
050300     MOVE WS-TOT-DIFF-OI TO TOT-AMOUNT-ED
050400     WRITE ENR-OUTREC FROM L-TOTAL-LINE
050500     .
050600
050700 WRITE-TYPE-BREAKDOWN.
050800     WRITE ENR-OUTREC FROM L-HEADER-BLANK
050900     MOVE '3. MONTH MOVEMENTS OF CUSTOMERS OUT OF BALANCE BY TYPE'
051000          TO SECT-TITLE-ED
051100     WRITE ENR-OUTREC FROM L-SECTION-LINE
051200     PERFORM WRITE-ONE-TYPE VARYING WS-TX FROM 1 BY 1
051300             UNTIL WS-TX > WS-TYPE-COUNT
051400     .
051500
051600 WRITE-ONE-TYPE.
051700     MOVE TYP-CODE(WS-TX)   TO TYPE-CODE-ED
051800     MOVE TYP-COUNT(WS-TX)  TO TYPE-COUNT-ED
051900     MOVE TYP-AMOUNT(WS-TX) TO TYPE-AMOUNT-ED
052000     WRITE ENR-OUTREC FROM L-TYPE-LINE
052100     .
052200
052300 TEST-SQLCODE.
052400     EVALUATE TRUE
052500          WHEN SQLCODE IS EQUAL TO ZERO
052600                CONTINUE
052700          WHEN SQLCODE IS GREATER ZERO
052800             IF SQLCODE = 100
052900               CONTINUE
053000             ELSE
053100               DISPLAY 'WARNING : ' SQLCODE
053200             END-IF
053300          WHEN SQLCODE IS LESS THAN ZERO
053400                DISPLAY 'ANOMALIE : ' SQLCODE
053500                PERFORM ABEND-PROG
053600     END-EVALUATE.
053700
053800 ABEND-PROG.
053900     DISPLAY 'PART128 ABENDING - SEE SQLCODE ABOVE'
054000     MOVE 16 TO RETURN-CODE
054100     STOP RUN.
054200
054300******************************************************
054400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
054500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
054600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
054700******************************************************
054800 GET-RUN-PARM.
054900     MOVE RETURN-CODE TO WS-PGET-RETCODE
055000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
055100                        WS-PGET-VALUE
055200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
055300     MOVE WS-PGET-RETCODE TO RETURN-CODE
055400     .
