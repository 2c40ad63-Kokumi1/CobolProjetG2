000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART130.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CREDIT NOTE RUN. FOR THE        *
000600*              POSTINGS SINCE CRNFROM (DEFAULT = THE FIRST DAY   *
000700*              OF LAST MONTH) PRINTS A NUMBERED CREDIT NOTE      *
000800*              (API5.CREDITNOTE_CONTROL) FOR EACH ORDER'S RETURN *
000900*              LINES NOT YET CREDITED, EACH SMALL-BALANCE        *
001000*              WRITE-OFF AND EACH VOLUME REBATE SETTLED, QUOTING *
001100*              THE ORIGINAL INVOICE AND RMA WHERE KNOWN. EACH    *
001200*              CREDIT NOTE IS FILED IN THE DOCUMENT ARCHIVE,     *
001300*              REGISTERED ON API5.CREDIT_NOTES AND OPENED ON     *
001400*              API5.OPEN_ITEMS AT MINUS ITS AMOUNT FOR PART14 TO *
001500*              OFFSET AGAINST THE CUSTOMER'S INVOICES.           *
001520* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001540*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001560*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001580*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001582* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001584*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001586*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001588*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001590*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001592*              FOR THE PART131 REPORT.                           *
001593* 2026-10-15 : HEADINGS, LABELS AND REASONS NOW COME FROM        *
001594*              API5.DOC_TEXTS (DOC_ID 'PART130') IN THE          *
001595*              CUSTOMER'S LANGUAGE THROUGH DOCTXT, WITH THE      *
001596*              HOUSE WORDING WHERE NO ROW EXISTS. DATES PRINT    *
001597*              DD/MM/YYYY FOR 'FR' AND MM/DD/YYYY FOR 'EN', AND  *
001598*              AN 'EN' NOTE GETS THE DECIMAL POINT.              *
001598* 2026-10-15 : A CREDIT NOTE NUMBER OUTSIDE YY8001-YY9999 IS     *
001598*              GIVEN BACK AND NOTHING IS POSTED FOR IT. THE      *
001598*              CREDITS STILL TO ISSUE ARE LEFT FOR THE NEXT RUN  *
001598*              AND THE RUN ENDS WITH RC 8, SO A CREDIT NOTE      *
001598*              NEVER SHARES AN OPEN_ITEMS INV_NO WITH AN         *
001598*              INVOICE.                                          *
001598* 2026-10-15 : THE YY8001-YY9999 BLOCK ONLY APPLIES ONCE PART129 *
001598*              HAS RESTARTED THE SERIES (A YEAR_CLOSE ROW,       *
001598*              NUMBER AT OR PAST ITS CREDIT NOTE START). UNTIL   *
001598*              THE FIRST CLOSE A LEGACY NUMBER IS REFUSED THE    *
001598*              SAME WAY ONLY WHEN AN INVOICE ALREADY HAS IT ON   *
001598*              API5.INVOICE_REGISTER OR API5.OPEN_ITEMS.         *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SPECIAL-NAMES.
002000     DECIMAL-POINT IS COMMA.
002100
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OUTCRN ASSIGN TO FICCRN.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD OUTCRN.
002900 01 ENR-OUTCRN PIC X(80).
003000
003100 WORKING-STORAGE SECTION.
003200     EXEC SQL
003300        INCLUDE SQLCA
003400     END-EXEC.
003500     EXEC SQL
003600        INCLUDE CUSTOMER
003700     END-EXEC.
003800     EXEC SQL
003900        INCLUDE ITEMS
004000     END-EXEC.
004100     EXEC SQL
004200        INCLUDE OPENITEM
004300     END-EXEC.
004400     EXEC SQL
004500        INCLUDE CREDNOTE
004600     END-EXEC.
004700
004800******************************************************
004900*** ORDERS CARRYING POSTED RETURN LINES, WITH WHAT  ***
005000*** EARLIER CREDIT NOTES ALREADY COVERED - A REPOST ***
005100*** CAN ADD RETURN LINES TO AN ORDER CREDITED       ***
005200*** BEFORE.                                         ***
005300******************************************************
005400     EXEC SQL
005500        DECLARE CRETO CURSOR
005600        FOR
005700        SELECT O.O_NO, O.C_NO, O.O_DATE,
005800               SUM(I.QUANTITY * I.PRICE),
005900               SUM(I.TAX_AMOUNT),
006000               COALESCE((SELECT SUM(N.NET_AMOUNT)
006100                         FROM API5.CREDIT_NOTES N
006200                         WHERE N.SOURCE = 'R'
006300                         AND   N.O_NO   = O.O_NO), 0),
006400               COALESCE((SELECT SUM(N.TAX_AMOUNT)
006500                         FROM API5.CREDIT_NOTES N
006600                         WHERE N.SOURCE = 'R'
006700                         AND   N.O_NO   = O.O_NO), 0)
006800        FROM API5.ORDERS O
006900        JOIN API5.ITEMS I
007000        ON I.O_NO = O.O_NO
007100        WHERE I.ITEM_TYPE = 'R'
007200        AND   O.O_DATE >= :WS-DATE-FROM
007300        GROUP BY O.O_NO, O.C_NO, O.O_DATE
007400        ORDER BY O.C_NO, O.O_NO
007500     END-EXEC.
007600
007700******************************************************
007800*** THE RETURN LINES OF THE ORDER BEING CREDITED.   ***
007900******************************************************
008000     EXEC SQL
008100        DECLARE CRETL CURSOR
008200        FOR
008300        SELECT P_NO, QUANTITY, PRICE, TAX_AMOUNT
008400        FROM API5.ITEMS
008500        WHERE O_NO = :CRN-O-NO
008600        AND   ITEM_TYPE = 'R'
008700        ORDER BY P_NO
008800     END-EXEC.
008900
009000******************************************************
009100*** WRITE-OFFS CREDITED TO A CUSTOMER AND REBATES   ***
009200*** SETTLED, PER CUSTOMER AND DAY, NOT YET COVERED  ***
009300*** BY A CREDIT NOTE.                               ***
009400******************************************************
009500     EXEC SQL
009600        DECLARE CBALC CURSOR
009700        FOR
009800        SELECT B.C_NO, B.HIST_DATE, B.HIST_TYPE, SUM(B.AMOUNT)
009900        FROM API5.BALANCE_HISTORY B
010000        WHERE B.HIST_TYPE IN ('W', 'V')
010100        AND   B.AMOUNT < 0
010200        AND   B.HIST_DATE >= :WS-DATE-FROM
010300        AND   NOT EXISTS
010400              (SELECT 1 FROM API5.CREDIT_NOTES N
010500               WHERE N.SOURCE      = B.HIST_TYPE
010600               AND   N.C_NO        = B.C_NO
010700               AND   N.SOURCE_DATE = B.HIST_DATE)
010800        GROUP BY B.C_NO, B.HIST_DATE, B.HIST_TYPE
010900        ORDER BY B.C_NO, B.HIST_DATE, B.HIST_TYPE
011000     END-EXEC.
011100
011200 77 WS-FROM-PARM      PIC X(10).
011300 77 WS-DATE-FROM      PIC X(10).
011400 77 WS-FROM-YEAR      PIC 9(4).
011500 77 WS-FROM-MONTH     PIC 9(2).
011600 77 WS-TODAY-RAW      PIC X(8).
011650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
011658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
011666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART130'.
011674 77 WS-PGET-NAME      PIC X(12).
011682 77 WS-PGET-VALUE     PIC X(40).
011690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
011700 77 WS-TODAY-DASHED   PIC X(10).
011800 77 WS-RET-NET        PIC S9(7)V99 COMP-3.
011900 77 WS-RET-TAX        PIC S9(7)V99 COMP-3.
012000 77 WS-DONE-NET       PIC S9(7)V99 COMP-3.
012100 77 WS-DONE-TAX       PIC S9(7)V99 COMP-3.
012200 77 WS-HIST-AMOUNT    PIC S9(8)V99 COMP-3.
012300 77 WS-LINE-AMOUNT    PIC S9(7)V99 COMP-3.
012400 77 WS-TOT-CREDITED   PIC S9(9)V99 COMP-3 VALUE ZERO.
012500 77 WS-CNT-RETURNS    PIC 9(5) VALUE ZERO.
012600 77 WS-CNT-WRITEOFFS  PIC 9(5) VALUE ZERO.
012700 77 WS-CNT-REBATES    PIC 9(5) VALUE ZERO.
012800 77 WS-CNT-NOTES      PIC 9(5) VALUE ZERO.
012900 77 ED-TOTAL          PIC -ZZZZZZZZ9,99.
013000 77 DOCARCW           PIC X(8) VALUE 'DOCARCW'.
013100 77 WS-ARC-PROGID     PIC X(8) VALUE 'PART130'.
013200 77 WS-ARC-TYPE       PIC X(3) VALUE 'CRN'.
013300 77 WS-ARC-NO         PIC X(12).
013400 77 WS-LIST-DONE      PIC X VALUE 'N'.
013500    88 LIST-DONE        VALUE 'O'.
013600    88 LIST-NOT-DONE    VALUE 'N'.
013700 77 WS-LINE-DONE      PIC X VALUE 'N'.
013800    88 LINE-DONE        VALUE 'O'.
013900    88 LINE-NOT-DONE    VALUE 'N'.
013901 77 WS-CRN-YEAR       PIC 9(2).
013902 77 WS-CRN-SEQ        PIC 9(4).
013903 77 WS-SERIES-SW      PIC X VALUE 'O'.
013904    88 SERIES-IN-BLOCK   VALUE 'O'.
013905    88 SERIES-OUT-BLOCK  VALUE 'N' 'T'.
013905    88 SERIES-NO-TAKEN   VALUE 'T'.
013905 77 WS-SERIES-START   PIC 9(6).
013905 77 WS-CNT-TAKEN      PIC S9(9) COMP.
013906
013907******************************************************
013908*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF EVERY  ***
013909*** HEADING AND LABEL IN TEXT-NUMBER ORDER, AND THE ***
013910*** FRENCH AND ENGLISH COPIES DOCTXT BUILDS.        ***
013911******************************************************
013912 77 DOCTXT            PIC X(8) VALUE 'DOCTXT'.
013913 77 WS-DOC-ID         PIC X(8) VALUE 'PART130'.
013914 77 WS-DOC-COUNT      PIC 9(3) VALUE 17.
013915 77 WS-DOC-FOUND      PIC 9(3) VALUE ZERO.
013916 77 WS-DOC-LANG       PIC X(2).
013917 77 WS-DOC-LANG-SW    PIC X VALUE 'F'.
013918    88 DOC-LANG-FR      VALUE 'F'.
013919    88 DOC-LANG-EN      VALUE 'E'.
013920 77 WS-DOC-DATE-IN    PIC X(10).
013921 77 WS-DOC-DATE-OUT   PIC X(10).
013922 01 WS-HOUSE-TEXTS.
013923    05 FILLER         PIC X(60) VALUE 'CREDIT NOTE'.
013924    05 FILLER         PIC X(60) VALUE 'CREDIT NOTE NO : '.
013925    05 FILLER         PIC X(60) VALUE '  DATE : '.
013926    05 FILLER         PIC X(60) VALUE 'CUSTOMER :'.
013927    05 FILLER         PIC X(60) VALUE 'ADDRESS  :'.
013928    05 FILLER         PIC X(60) VALUE 'REASON   :'.
013929    05 FILLER         PIC X(60) VALUE 'INVOICE  :'.
013930    05 FILLER         PIC X(60) VALUE '   RMA : '.
013931    05 FILLER         PIC X(60) VALUE
013932       'PRODUCT     QUANTITY     PRICE     NET HT        TVA'.
013933    05 FILLER         PIC X(60) VALUE
013934       'FURTHER RETURN LINES POSTED SINCE THE LAST CREDIT NOTE'.
013935    05 FILLER         PIC X(60) VALUE 'TOTAL HT  '.
013936    05 FILLER         PIC X(60) VALUE 'TVA       '.
013937    05 FILLER         PIC X(60) VALUE 'TOTAL TTC '.
013938    05 FILLER         PIC X(60) VALUE
013939       'THIS CREDIT IS OFFSET AGAINST YOUR OPEN INVOICES.'.
013940    05 FILLER         PIC X(60) VALUE 'GOODS RETURNED - ORDER'.
013941    05 FILLER         PIC X(60) VALUE
013941       'SMALL BALANCE WRITTEN OFF ON'.
013942    05 FILLER         PIC X(60) VALUE 'VOLUME REBATE SETTLED ON'.
013943 01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
013944    05 WS-HOUSE-TEXT  PIC X(60) OCCURS 17.
013945 01 WS-FR-TAB.
013946    05 WS-FR-TEXT     PIC X(60) OCCURS 17.
013947 01 WS-EN-TAB.
013948    05 WS-EN-TEXT     PIC X(60) OCCURS 17.
013949 01 WS-DOC-TAB.
013950    05 WS-DOC-TEXT    PIC X(60) OCCURS 17.
014000
014100 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
014200 01 L-CRN-TITLE       PIC X(80) VALUE SPACE.
014300 01 L-CRN-NO-LINE.
014400    05 CRN-NO-LBL     PIC X(17) VALUE SPACE.
014500    05 CRN-NO-ED      PIC 9(6).
014600    05 CRN-DATE-LBL   PIC X(9)  VALUE SPACE.
014700    05 CRN-DATE-ED    PIC X(10).
014800    05 FILLER         PIC X(38) VALUE SPACE.
014900 01 L-CUSTOMER-LINE.
015000    05 CUST-LBL       PIC X(11) VALUE SPACE.
015100    05 CUST-NO-ED     PIC 9(4).
015200    05 FILLER         PIC X(2)  VALUE '  '.
015300    05 CUST-NAME-ED   PIC X(30).
015400    05 FILLER         PIC X(33) VALUE SPACE.
015500 01 L-ADDRESS-LINE.
015600    05 ADDR-LBL       PIC X(11) VALUE SPACE.
015700    05 CUST-ADDR-ED   PIC X(40).
015800    05 FILLER         PIC X(29) VALUE SPACE.
015900 01 L-REASON-LINE.
016000    05 REASON-LBL     PIC X(11) VALUE SPACE.
016100    05 REASON-ED      PIC X(50).
016200    05 FILLER         PIC X(19) VALUE SPACE.
016300 01 L-REFERENCE-LINE.
016400    05 REF-INV-LBL    PIC X(11) VALUE SPACE.
016500    05 REF-INV-ED     PIC Z(6).
016600    05 REF-RMA-LBL    PIC X(9)  VALUE SPACE.
016700    05 REF-RMA-ED     PIC Z(6).
016800    05 FILLER         PIC X(48) VALUE SPACE.
016900 01 L-ITEM-HEAD       PIC X(80) VALUE SPACE.
017600 01 L-ITEM-LINE.
017700    05 ITEM-PNO-ED    PIC X(3).
017800    05 FILLER         PIC X(9)  VALUE SPACE.
017900    05 ITEM-QTY-ED    PIC ZZZZ9.
018000    05 FILLER         PIC X(3)  VALUE SPACE.
018100    05 ITEM-PRICE-ED  PIC ZZ9,99.
018200    05 FILLER         PIC X(2)  VALUE SPACE.
018300    05 ITEM-NET-ED    PIC ZZZZZZ9,99.
018400    05 FILLER         PIC X(2)  VALUE SPACE.
018500    05 ITEM-TAX-ED    PIC ZZZZZZ9,99.
018600    05 FILLER         PIC X(30) VALUE SPACE.
018700 01 L-FURTHER-LINE    PIC X(80) VALUE SPACE.
018900 01 L-TOTAL-LINE.
019000    05 FILLER         PIC X(43) VALUE SPACE.
019100    05 TOTAL-LBL-ED   PIC X(10) VALUE SPACE.
019200    05 TOTAL-AMT-ED   PIC ZZZZZZZ9,99.
019300    05 FILLER         PIC X(16) VALUE SPACE.
019400 01 L-SETTLE-LINE     PIC X(80) VALUE SPACE.
019600 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '='.
019700
019800 PROCEDURE DIVISION.
019900     PERFORM INITIALIZE-PARAMETERS
019950     PERFORM LOAD-DOC-TEXTS
020000     OPEN OUTPUT OUTCRN
020100
020200     SET LIST-NOT-DONE TO TRUE
020300     EXEC SQL
020400        OPEN CRETO
020500     END-EXEC
020600     PERFORM TEST-SQLCODE
020700     PERFORM CREDIT-ONE-RETURN UNTIL LIST-DONE
020800     EXEC SQL
020900        CLOSE CRETO
021000     END-EXEC
021100     PERFORM TEST-SQLCODE
021200
021300     IF SERIES-IN-BLOCK
021333        SET LIST-NOT-DONE TO TRUE
021366     END-IF
021400     EXEC SQL
021500        OPEN CBALC
021600     END-EXEC
021700     PERFORM TEST-SQLCODE
021800     PERFORM CREDIT-ONE-POSTING UNTIL LIST-DONE
021900     EXEC SQL
022000        CLOSE CBALC
022100     END-EXEC
022200     PERFORM TEST-SQLCODE
022300
022400     PERFORM COMMIT-SQL
022414     IF SERIES-OUT-BLOCK
022428        IF SERIES-NO-TAKEN
022430           DISPLAY 'PART130 : NUMERO ' CRN-NO ' DEJA PRIS PAR '
022432                   'UNE FACTURE - AVOIRS SUIVANTS NON EMIS'
022434        ELSE
022436           DISPLAY 'PART130 : NUMERO ' CRN-NO ' HORS DE LA '
022438                   'SERIE AVOIRS ' WS-CRN-YEAR '8001-' WS-CRN-YEAR
022456                   '9999 - AVOIRS SUIVANTS NON EMIS'
022463        END-IF
022470        MOVE 8 TO RETURN-CODE
022484     END-IF
022500     CLOSE OUTCRN
022600
022700     MOVE WS-TOT-CREDITED TO ED-TOTAL
022800     DISPLAY '===================================='
022900     DISPLAY 'PART130 CREDIT NOTE SUMMARY'
023000     DISPLAY 'POSTINGS SINCE       : ' WS-DATE-FROM
023100     DISPLAY 'CREDIT NOTES PRINTED : ' WS-CNT-NOTES
023200     DISPLAY '  FOR RETURNS        : ' WS-CNT-RETURNS
023300     DISPLAY '  FOR WRITE-OFFS     : ' WS-CNT-WRITEOFFS
023400     DISPLAY '  FOR REBATES        : ' WS-CNT-REBATES
023500     DISPLAY 'TOTAL CREDITED (TTC) : ' ED-TOTAL
023600     DISPLAY '===================================='
023700     GOBACK.
023800
023900******************************************************
024000*** CRNFROM (YYYY-MM-DD) IS THE EARLIEST POSTING    ***
024100*** LOOKED AT; BY DEFAULT THE FIRST DAY OF LAST     ***
024200*** MONTH. ANYTHING ALREADY ON THE REGISTER IS      ***
024300*** NEVER CREDITED TWICE, SO RUNS MAY OVERLAP.      ***
024400******************************************************
024500 INITIALIZE-PARAMETERS.
024600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
024650     CALL RUNDATE USING WS-TODAY-RAW
024700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
024800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
024900            INTO WS-TODAY-DASHED
025000     END-STRING
025100
025200     MOVE SPACES TO WS-FROM-PARM
025300     MOVE 'CRNFROM' TO WS-PGET-NAME
025333     PERFORM GET-RUN-PARM
025366     MOVE WS-PGET-VALUE TO WS-FROM-PARM
025400     IF WS-FROM-PARM NOT = SPACES
025500        MOVE WS-FROM-PARM TO WS-DATE-FROM
025600     ELSE
025700        MOVE WS-TODAY-RAW(1:4) TO WS-FROM-YEAR
025800        MOVE WS-TODAY-RAW(5:2) TO WS-FROM-MONTH
025900        SUBTRACT 1 FROM WS-FROM-MONTH
026000        IF WS-FROM-MONTH = ZERO
026100           MOVE 12 TO WS-FROM-MONTH
026200           SUBTRACT 1 FROM WS-FROM-YEAR
026300        END-IF
026400        STRING WS-FROM-YEAR '-' WS-FROM-MONTH '-01'
026500               DELIMITED BY SIZE INTO WS-DATE-FROM
026600        END-STRING
026700     END-IF
026800     DISPLAY 'PART130 : AVOIRS DES IMPUTATIONS DEPUIS LE '
026900             WS-DATE-FROM
027000     .
027100
027200 CREDIT-ONE-RETURN.
027300     EXEC SQL
027400        FETCH CRETO
027500        INTO :CRN-O-NO, :CRN-C-NO, :CRN-SOURCE-DATE,
027600             :WS-RET-NET, :WS-RET-TAX, :WS-DONE-NET, :WS-DONE-TAX
027700     END-EXEC
027800     EVALUATE TRUE
027900        WHEN SQLCODE = +100
028000             SET LIST-DONE TO TRUE
028100        WHEN SQLCODE = ZERO
028200             IF WS-RET-NET > WS-DONE-NET
028300                MOVE 'R' TO CRN-SOURCE
028400                COMPUTE CRN-NET = WS-RET-NET - WS-DONE-NET
028500                COMPUTE CRN-TAX = WS-RET-TAX - WS-DONE-TAX
028600                PERFORM FIND-RETURN-REFERENCES
028700                PERFORM ISSUE-CREDIT-NOTE
028725                IF SERIES-IN-BLOCK
028750                   ADD 1 TO WS-CNT-RETURNS
028775                END-IF
028900             END-IF
029000        WHEN OTHER
029100             PERFORM TEST-SQLCODE
029200     END-EVALUATE
029300     .
029400
029500 CREDIT-ONE-POSTING.
029600     EXEC SQL
029700        FETCH CBALC
029800        INTO :CRN-C-NO, :CRN-SOURCE-DATE, :CRN-SOURCE,
029900             :WS-HIST-AMOUNT
030000     END-EXEC
030100     EVALUATE TRUE
030200        WHEN SQLCODE = +100
030300             SET LIST-DONE TO TRUE
030400        WHEN SQLCODE = ZERO
030500             MOVE ZERO TO CRN-O-NO
030600             MOVE ZERO TO CRN-INV-NO
030700             MOVE ZERO TO CRN-RMA-NO
030800             COMPUTE CRN-NET = 0 - WS-HIST-AMOUNT
030900             MOVE ZERO TO CRN-TAX
031000             PERFORM ISSUE-CREDIT-NOTE
031100             EVALUATE TRUE
031162                WHEN SERIES-OUT-BLOCK
031224                     CONTINUE
031286                WHEN CRN-SOURCE = 'W'
031348                     ADD 1 TO WS-CNT-WRITEOFFS
031410                WHEN OTHER
031472                     ADD 1 TO WS-CNT-REBATES
031534             END-EVALUATE
031600        WHEN OTHER
031700             PERFORM TEST-SQLCODE
031800     END-EVALUATE
031900     .
032000
032100******************************************************
032200*** THE LATEST INVOICE THAT SOLD THE CUSTOMER ONE   ***
032300*** OF THE RETURNED PRODUCTS BEFORE THE RETURN, AND ***
032400*** THE LATEST RMA THAT CREDITED ONE OF THEM. NONE  ***
032500*** FOUND LEAVES THE REFERENCE AT ZERO.             ***
032600******************************************************
032700 FIND-RETURN-REFERENCES.
032800     EXEC SQL
032900        SELECT COALESCE(MAX(R.INV_NO), 0)
033000             INTO :CRN-INV-NO
033100        FROM API5.INVOICE_REGISTER R
033200        JOIN API5.ITEMS I
033300        ON I.O_NO = R.O_NO
033400        WHERE R.C_NO = :CRN-C-NO
033500        AND   R.PRINT_DATE <= :CRN-SOURCE-DATE
033600        AND   I.ITEM_TYPE = 'O'
033700        AND   I.P_NO IN (SELECT X.P_NO FROM API5.ITEMS X
033800                         WHERE X.O_NO = :CRN-O-NO
033900                         AND   X.ITEM_TYPE = 'R')
034000     END-EXEC
034100     PERFORM TEST-SQLCODE
034200     EXEC SQL
034300        SELECT COALESCE(MAX(M.RMA_NO), 0)
034400             INTO :CRN-RMA-NO
034500        FROM API5.RMA M
034600        WHERE M.C_NO = :CRN-C-NO
034700        AND   M.ISSUE_DATE <= :CRN-SOURCE-DATE
034800        AND   M.QTY_CREDITED > 0
034900        AND   M.P_NO IN (SELECT X.P_NO FROM API5.ITEMS X
035000                         WHERE X.O_NO = :CRN-O-NO
035100                         AND   X.ITEM_TYPE = 'R')
035200     END-EXEC
035300     PERFORM TEST-SQLCODE
035400     .
035500
035600******************************************************
035700*** NUMBER, PRINT, REGISTER AND OPEN ITEM FOR ONE   ***
035800*** CREDIT - THE BALANCE ITSELF WAS ALREADY CREDITED***
035900*** BY THE PROGRAM THAT POSTED IT.                  ***
036000******************************************************
036100 ISSUE-CREDIT-NOTE.
036200     COMPUTE CRN-AMOUNT = CRN-NET + CRN-TAX
036300     MOVE WS-TODAY-DASHED TO CRN-PRINT-DATE
036400     MOVE CRN-C-NO        TO CUS-NO
036500     EXEC SQL
036600        SELECT NAME, ADDRESS, COALESCE(LANG_CODE, 'FR')
036700             INTO :CUS-NAME, :CUS-ADDRESS, :CUS-LANG
036800        FROM API5.CUSTOMERS
036900        WHERE C_NO = :CUS-NO
037000     END-EXEC
037100     PERFORM TEST-SQLCODE
037200     PERFORM SET-DOC-LANGUAGE
037300     PERFORM ASSIGN-CREDIT-NOTE-NUMBER
037400     IF SERIES-OUT-BLOCK
037500        SET LIST-DONE TO TRUE
037600     ELSE
037700        PERFORM PRINT-CREDIT-NOTE
037800     END-IF
038200     .
038207
038214 PRINT-CREDIT-NOTE.
038221     PERFORM WRITE-CREDIT-NOTE-HEADER
038228     IF CRN-SOURCE = 'R'
038235        PERFORM WRITE-RETURN-LINES
038242     END-IF
038249     PERFORM WRITE-CREDIT-NOTE-TOTALS
038256     PERFORM INSERT-CREDIT-NOTE
038263     PERFORM INSERT-OPEN-ITEM
038270     ADD 1 TO WS-CNT-NOTES
038277     ADD CRN-AMOUNT TO WS-TOT-CREDITED
038284     .
038300
038312******************************************************
038324*** ONCE PART129 HAS RESTARTED THE SERIES THE       ***
038332*** CREDIT NOTE BLOCK IS YY8001-YY9999, BELOW IT    ***
038340*** THE INVOICES; BEFORE THE FIRST CLOSE THE LEGACY ***
038348*** NUMBER MUST NOT BELONG TO AN INVOICE ALREADY.   ***
038356*** A NUMBER THAT FAILS IS GIVEN BACK AND THE RUN   ***
038364*** STOPS ISSUING, SO A CREDIT NOTE NEVER SHARES AN ***
038372*** OPEN_ITEMS INV_NO WITH AN INVOICE.              ***
038384******************************************************
038400 ASSIGN-CREDIT-NOTE-NUMBER.
038500     EXEC SQL
038600        UPDATE API5.CREDITNOTE_CONTROL
038700        SET NEXT_CRN_NO = NEXT_CRN_NO + 1
038800     END-EXEC
038900     PERFORM TEST-SQLCODE
039000     EXEC SQL
039100        SELECT NEXT_CRN_NO - 1 INTO :CRN-NO
039200        FROM API5.CREDITNOTE_CONTROL
039300     END-EXEC
039400     PERFORM TEST-SQLCODE
039408     SET SERIES-IN-BLOCK TO TRUE
039416     DIVIDE CRN-NO BY 10000 GIVING WS-CRN-YEAR
039424            REMAINDER WS-CRN-SEQ
039432     PERFORM GET-SERIES-START
039433     IF WS-SERIES-START > ZERO AND CRN-NO >= WS-SERIES-START
039434        IF WS-CRN-SEQ < 8001
039435           SET SERIES-OUT-BLOCK TO TRUE
039436        END-IF
039437     ELSE
039438        PERFORM CHECK-NUMBER-FREE
039439     END-IF
039440     IF SERIES-OUT-BLOCK
039448        EXEC SQL
039456           UPDATE API5.CREDITNOTE_CONTROL
039464           SET NEXT_CRN_NO = NEXT_CRN_NO - 1
039472        END-EXEC
039480        PERFORM TEST-SQLCODE
039488     END-IF
039500     .
039600
039602******************************************************
039604*** FIRST CREDIT NOTE NUMBER OF THE SERIES PART129  ***
039606*** LAST RESTARTED - ZERO WHILE NO YEAR HAS BEEN    ***
039608*** CLOSED.                                         ***
039610******************************************************
039612 GET-SERIES-START.
039614     MOVE ZERO TO WS-SERIES-START
039616     EXEC SQL
039618        SELECT CRN_START INTO :WS-SERIES-START
039620        FROM API5.YEAR_CLOSE
039622        WHERE FISCAL_YEAR =
039624              (SELECT MAX(FISCAL_YEAR) FROM API5.YEAR_CLOSE)
039626     END-EXEC
039628     EVALUATE TRUE
039630        WHEN SQLCODE = ZERO
039632             CONTINUE
039634        WHEN SQLCODE = +100
039636             MOVE ZERO TO WS-SERIES-START
039638        WHEN OTHER
039640             DISPLAY 'ANOMALIE YEAR_CLOSE : ' SQLCODE
039642             PERFORM ABEND-PROG
039644     END-EVALUATE
039646     .
039648
039650******************************************************
039652*** LEGACY SERIES - THE NUMBER DRAWN MUST NOT BE AN ***
039654*** INVOICE'S, ON THE REGISTER OR ON OPEN_ITEMS.    ***
039656******************************************************
039658 CHECK-NUMBER-FREE.
039660     EXEC SQL
039662        SELECT COUNT(*) INTO :WS-CNT-TAKEN
039664        FROM API5.OPEN_ITEMS
039666        WHERE INV_NO = :CRN-NO
039668     END-EXEC
039670     PERFORM TEST-SQLCODE
039672     IF WS-CNT-TAKEN = ZERO
039674        EXEC SQL
039676           SELECT COUNT(*) INTO :WS-CNT-TAKEN
039678           FROM API5.INVOICE_REGISTER
039680           WHERE INV_NO = :CRN-NO
039682        END-EXEC
039684        PERFORM TEST-SQLCODE
039686     END-IF
039688     IF WS-CNT-TAKEN > ZERO
039690        SET SERIES-NO-TAKEN TO TRUE
039692     END-IF
039694     .
039696
039700 WRITE-CREDIT-NOTE-HEADER.
039800     MOVE CRN-NO          TO CRN-NO-ED
039900     MOVE CRN-NO          TO WS-ARC-NO
040000     MOVE WS-TODAY-DASHED TO WS-DOC-DATE-IN
040033     PERFORM FORMAT-DOC-DATE
040066     MOVE WS-DOC-DATE-OUT TO CRN-DATE-ED
040100     MOVE CUS-NO          TO CUST-NO-ED
040200     MOVE CUS-NAME        TO CUST-NAME-ED
040300     MOVE CUS-ADDRESS     TO CUST-ADDR-ED
040400     MOVE L-CRN-TITLE TO ENR-OUTCRN
040500     PERFORM PUT-CREDIT-NOTE-LINE
040600     MOVE L-CRN-NO-LINE TO ENR-OUTCRN
040700     PERFORM PUT-CREDIT-NOTE-LINE
040800     MOVE L-HEADER-BLANK TO ENR-OUTCRN
040900     PERFORM PUT-CREDIT-NOTE-LINE
041000     MOVE L-CUSTOMER-LINE TO ENR-OUTCRN
041100     PERFORM PUT-CREDIT-NOTE-LINE
041200     MOVE L-ADDRESS-LINE TO ENR-OUTCRN
041300     PERFORM PUT-CREDIT-NOTE-LINE
041400     MOVE L-HEADER-BLANK TO ENR-OUTCRN
041500     PERFORM PUT-CREDIT-NOTE-LINE
041600
041700     MOVE SPACES TO REASON-ED
041800     EVALUATE CRN-SOURCE
041871        WHEN 'R'
041942             STRING WS-DOC-TEXT(15) DELIMITED BY '  '
042013                    ' ' CRN-O-NO DELIMITED BY SIZE
042084                    INTO REASON-ED
042155             END-STRING
042226        WHEN 'W'
042297             MOVE CRN-SOURCE-DATE TO WS-DOC-DATE-IN
042368             PERFORM FORMAT-DOC-DATE
042439             STRING WS-DOC-TEXT(16) DELIMITED BY '  '
042510                    ' ' WS-DOC-DATE-OUT DELIMITED BY SIZE
042581                    INTO REASON-ED
042652             END-STRING
042723        WHEN OTHER
042794             MOVE CRN-SOURCE-DATE TO WS-DOC-DATE-IN
042865             PERFORM FORMAT-DOC-DATE
042936             STRING WS-DOC-TEXT(17) DELIMITED BY '  '
043007                    ' ' WS-DOC-DATE-OUT DELIMITED BY SIZE
043078                    INTO REASON-ED
043149             END-STRING
043220     END-EVALUATE
043300     MOVE L-REASON-LINE TO ENR-OUTCRN
043400     PERFORM PUT-CREDIT-NOTE-LINE
043500     IF CRN-INV-NO NOT = ZERO
043600        OR CRN-RMA-NO NOT = ZERO
043700        MOVE CRN-INV-NO TO REF-INV-ED
043800        MOVE CRN-RMA-NO TO REF-RMA-ED
043900        MOVE L-REFERENCE-LINE TO ENR-OUTCRN
044000        PERFORM PUT-CREDIT-NOTE-LINE
044100     END-IF
044200     MOVE L-HEADER-BLANK TO ENR-OUTCRN
044300     PERFORM PUT-CREDIT-NOTE-LINE
044400     .
044500
044600******************************************************
044700*** THE ORDER'S FIRST CREDIT NOTE LISTS ITS RETURN  ***
044800*** LINES; A LATER ONE ONLY COVERS WHAT A REPOST    ***
044900*** ADDED, SO IT SAYS SO INSTEAD.                   ***
045000******************************************************
045100 WRITE-RETURN-LINES.
045200     IF WS-DONE-NET NOT = ZERO
045300        MOVE L-FURTHER-LINE TO ENR-OUTCRN
045400        PERFORM PUT-CREDIT-NOTE-LINE
045500     ELSE
045600        MOVE L-ITEM-HEAD TO ENR-OUTCRN
045700        PERFORM PUT-CREDIT-NOTE-LINE
045800        SET LINE-NOT-DONE TO TRUE
045900        EXEC SQL
046000           OPEN CRETL
046100        END-EXEC
046200        PERFORM TEST-SQLCODE
046300        PERFORM WRITE-ONE-RETURN-LINE UNTIL LINE-DONE
046400        EXEC SQL
046500           CLOSE CRETL
046600        END-EXEC
046700        PERFORM TEST-SQLCODE
046800     END-IF
046900     .
047000
047100 WRITE-ONE-RETURN-LINE.
047200     EXEC SQL
047300        FETCH CRETL
047400        INTO :ITEMS-P-NO, :ITEMS-QUANTITY, :ITEMS-PRICE,
047500             :ITEMS-TAX
047600     END-EXEC
047700     EVALUATE TRUE
047800        WHEN SQLCODE = +100
047900             SET LINE-DONE TO TRUE
048000        WHEN SQLCODE = ZERO
048100             COMPUTE WS-LINE-AMOUNT = ITEMS-QUANTITY * ITEMS-PRICE
048200             MOVE ITEMS-P-NO     TO ITEM-PNO-ED
048300             MOVE ITEMS-QUANTITY TO ITEM-QTY-ED
048400             MOVE ITEMS-PRICE    TO ITEM-PRICE-ED
048500             MOVE WS-LINE-AMOUNT TO ITEM-NET-ED
048600             MOVE ITEMS-TAX      TO ITEM-TAX-ED
048616             IF DOC-LANG-EN
048632                INSPECT ITEM-PRICE-ED REPLACING ALL ',' BY '.'
048648                INSPECT ITEM-NET-ED REPLACING ALL ',' BY '.'
048664                INSPECT ITEM-TAX-ED REPLACING ALL ',' BY '.'
048680             END-IF
048700             MOVE L-ITEM-LINE TO ENR-OUTCRN
048800             PERFORM PUT-CREDIT-NOTE-LINE
048900        WHEN OTHER
049000             PERFORM TEST-SQLCODE
049100     END-EVALUATE
049200     .
049300
049400 WRITE-CREDIT-NOTE-TOTALS.
049500     MOVE L-HEADER-BLANK TO ENR-OUTCRN
049600     PERFORM PUT-CREDIT-NOTE-LINE
049700     MOVE WS-DOC-TEXT(11) TO TOTAL-LBL-ED
049800     MOVE CRN-NET TO TOTAL-AMT-ED
049900     PERFORM WRITE-ONE-TOTAL-LINE
050100     MOVE WS-DOC-TEXT(12) TO TOTAL-LBL-ED
050200     MOVE CRN-TAX TO TOTAL-AMT-ED
050300     PERFORM WRITE-ONE-TOTAL-LINE
050500     MOVE WS-DOC-TEXT(13) TO TOTAL-LBL-ED
050600     MOVE CRN-AMOUNT TO TOTAL-AMT-ED
050700     PERFORM WRITE-ONE-TOTAL-LINE
050900     MOVE L-HEADER-BLANK TO ENR-OUTCRN
051000     PERFORM PUT-CREDIT-NOTE-LINE
051100     IF CRN-SOURCE NOT = 'W'
051200        MOVE L-SETTLE-LINE TO ENR-OUTCRN
051300        PERFORM PUT-CREDIT-NOTE-LINE
051400     END-IF
051500     MOVE L-PAGE-BREAK TO ENR-OUTCRN
051600     PERFORM PUT-CREDIT-NOTE-LINE
051700     .
051711
051722 WRITE-ONE-TOTAL-LINE.
051733     IF DOC-LANG-EN
051744        INSPECT TOTAL-AMT-ED REPLACING ALL ',' BY '.'
051755     END-IF
051766     MOVE L-TOTAL-LINE TO ENR-OUTCRN
051777     PERFORM PUT-CREDIT-NOTE-LINE
051788     .
051800
051900 INSERT-CREDIT-NOTE.
052000     EXEC SQL
052100        INSERT INTO API5.CREDIT_NOTES
052200        (CRN_NO, C_NO, SOURCE, O_NO, SOURCE_DATE, INV_NO, RMA_NO,
052300         NET_AMOUNT, TAX_AMOUNT, AMOUNT, PRINT_DATE)
052400        VALUES(:CRN-NO,
052500               :CRN-C-NO,
052600               :CRN-SOURCE,
052700               :CRN-O-NO,
052800               :CRN-SOURCE-DATE,
052900               :CRN-INV-NO,
053000               :CRN-RMA-NO,
053100               :CRN-NET,
053200               :CRN-TAX,
053300               :CRN-AMOUNT,
053400               :CRN-PRINT-DATE)
053500     END-EXEC
053600     PERFORM TEST-SQLCODE
053700     .
053800
053900******************************************************
054000*** THE CREDIT GOES ON THE CUSTOMER'S OPEN ITEMS AT ***
054100*** MINUS ITS AMOUNT FOR PART14 TO OFFSET. A WRITE- ***
054200*** OFF'S ITEMS ARE ALREADY CLOSED BY PART43, SO    ***
054300*** ITS CREDIT NOTE'S ITEM IS OPENED CLOSED.        ***
054400******************************************************
054500 INSERT-OPEN-ITEM.
054600     MOVE CRN-NO          TO OITEM-INV-NO
054700     MOVE ZERO            TO OITEM-O-NO
054800     MOVE CRN-C-NO        TO OITEM-C-NO
054900     COMPUTE OITEM-ORIG-AMT = 0 - CRN-AMOUNT
055000     IF CRN-SOURCE = 'W'
055100        MOVE ZERO TO OITEM-OPEN-AMT
055200        MOVE 'C'  TO OITEM-STATUS
055300     ELSE
055400        MOVE OITEM-ORIG-AMT TO OITEM-OPEN-AMT
055500        MOVE 'O'  TO OITEM-STATUS
055600     END-IF
055700     MOVE WS-TODAY-DASHED TO OITEM-INV-DATE
055800     MOVE WS-TODAY-DASHED TO OITEM-DUE-DATE
055900     MOVE WS-TODAY-DASHED TO OITEM-DISC-DATE
056000     MOVE ZERO            TO OITEM-DISC-PCT
056100     EXEC SQL
056200        INSERT INTO API5.OPEN_ITEMS
056300        (INV_NO, O_NO, C_NO, ORIG_AMOUNT, OPEN_AMOUNT,
056400         INV_DATE, STATUS, DUE_DATE, DISC_DATE, DISC_PCT)
056500        VALUES(:OITEM-INV-NO,
056600               :OITEM-O-NO,
056700               :OITEM-C-NO,
056800               :OITEM-ORIG-AMT,
056900               :OITEM-OPEN-AMT,
057000               :OITEM-INV-DATE,
057100               :OITEM-STATUS,
057200               :OITEM-DUE-DATE,
057300               :OITEM-DISC-DATE,
057400               :OITEM-DISC-PCT)
057500     END-EXEC
057600     PERFORM TEST-SQLCODE
057700     .
057800
057802******************************************************
057804*** BOTH LANGUAGES' WORDING IS READ ONCE - THE      ***
057806*** HOUSE TEXT WITH THE API5.DOC_TEXTS ROWS LAID    ***
057808*** OVER IT BY DOCTXT.                              ***
057810******************************************************
057812 LOAD-DOC-TEXTS.
057814     MOVE WS-HOUSE-TAB TO WS-FR-TAB
057816     MOVE 'FR' TO WS-DOC-LANG
057818     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
057820                       WS-FR-TAB WS-DOC-FOUND
057822     MOVE WS-HOUSE-TAB TO WS-EN-TAB
057824     MOVE 'EN' TO WS-DOC-LANG
057826     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
057828                       WS-EN-TAB WS-DOC-FOUND
057830     .
057832
057834******************************************************
057836*** EACH CREDIT NOTE SPEAKS ITS CUSTOMER'S LANGUAGE ***
057838*** - THE WORDING GOES INTO THE PRINT LINES, AND AN ***
057840*** 'EN' NOTE ALSO GETS MM/DD/YYYY DATES AND A      ***
057842*** DECIMAL POINT.                                  ***
057844******************************************************
057846 SET-DOC-LANGUAGE.
057848     IF CUS-LANG = 'EN'
057850        SET DOC-LANG-EN TO TRUE
057852        MOVE WS-EN-TAB TO WS-DOC-TAB
057854     ELSE
057856        SET DOC-LANG-FR TO TRUE
057858        MOVE WS-FR-TAB TO WS-DOC-TAB
057860     END-IF
057862     MOVE WS-DOC-TEXT(1)  TO L-CRN-TITLE
057864     MOVE WS-DOC-TEXT(2)  TO CRN-NO-LBL
057866     MOVE WS-DOC-TEXT(3)  TO CRN-DATE-LBL
057868     MOVE WS-DOC-TEXT(4)  TO CUST-LBL
057870     MOVE WS-DOC-TEXT(5)  TO ADDR-LBL
057872     MOVE WS-DOC-TEXT(6)  TO REASON-LBL
057874     MOVE WS-DOC-TEXT(7)  TO REF-INV-LBL
057876     MOVE WS-DOC-TEXT(8)  TO REF-RMA-LBL
057878     MOVE WS-DOC-TEXT(9)  TO L-ITEM-HEAD
057880     MOVE WS-DOC-TEXT(10) TO L-FURTHER-LINE
057882     MOVE WS-DOC-TEXT(14) TO L-SETTLE-LINE
057884     .
057886
057886******************************************************
057886*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -    ***
057886*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.    ***
057886*** ANYTHING ELSE PRINTS AS IT CAME.                ***
057886******************************************************
057886 FORMAT-DOC-DATE.
057886     MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
057886     IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
057886        MOVE SPACES TO WS-DOC-DATE-OUT
057886        IF DOC-LANG-EN
057886           STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
057886                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
057886                  INTO WS-DOC-DATE-OUT
057886           END-STRING
057886        ELSE
057886           STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
057886                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
057886                  INTO WS-DOC-DATE-OUT
057886           END-STRING
057886        END-IF
057886     END-IF
057886     .
057886
057900 COMMIT-SQL.
058000     EXEC SQL COMMIT END-EXEC
058100     PERFORM TEST-SQLCODE
058200     .
058300
058400******************************************************
058500*** EVERY PRINTED LINE IS FILED IN THE DOCUMENT     ***
058600*** ARCHIVE UNDER THE CREDIT NOTE NUMBER.           ***
058700******************************************************
058800 PUT-CREDIT-NOTE-LINE.
058900     CALL DOCARCW USING WS-ARC-PROGID WS-ARC-TYPE WS-ARC-NO
059000                        CUS-NO WS-TODAY-DASHED ENR-OUTCRN
059100     WRITE ENR-OUTCRN
059200     .
059300
059400 TEST-SQLCODE.
059500     EVALUATE TRUE
059600          WHEN SQLCODE IS EQUAL TO ZERO
059700                CONTINUE
059800          WHEN SQLCODE IS GREATER ZERO
059900             IF SQLCODE = 100
060000               CONTINUE
060100             ELSE
060200               DISPLAY 'WARNING : ' SQLCODE
060300             END-IF
060400          WHEN SQLCODE IS LESS THAN ZERO
060500                DISPLAY 'ANOMALIE : ' SQLCODE
060600                PERFORM ABEND-PROG
060700     END-EVALUATE.
060800
060900 ABEND-PROG.
061000     EXEC SQL ROLLBACK END-EXEC
061100     DISPLAY 'PART130 ABENDING - SEE SQLCODE ABOVE'
061200     MOVE 16 TO RETURN-CODE
061300     STOP RUN.
061400
061500******************************************************
061600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
061700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
061800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
061900******************************************************
062000 GET-RUN-PARM.
062100     MOVE RETURN-CODE TO WS-PGET-RETCODE
062200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
062300                        WS-PGET-VALUE
062400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
062500     MOVE WS-PGET-RETCODE TO RETURN-CODE
062600     .
