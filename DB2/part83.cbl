001300*              (O_NO ZERO - THE ORDERS THEMSELVES MOVE TO 'I')   *
001400*              AND OPENS THE MATCHING API5.OPEN_ITEMS ROW FOR    *
001500*              THE PART14 CASH APPLICATION.                      *
001510* 2026-10-15 : EACH ORDER'S UNBILLED FREIGHT FROM API5.SHIPMENTS *
001520*              NOW PRINTS ON ITS SUBTOTAL LINE AND AS A          *
001530*              TRANSPORT LINE IN THE TOTALS. IT IS PART OF THE   *
001540*              GROSS, GOES ON THE BALANCE WITH A TYPE 'X'        *
001550*              HISTORY ROW, AND THE SHIPMENTS ROWS TAKE THE      *
001560*              INVOICE NUMBER.                                   *
001570* 2026-10-15 : THE CUSTOMER'S PAYMENT TERMS (API5.PAYMENT_TERMS) *
001580*              PRINT UNDER THE TOTALS WITH THE DUE DATE AND ANY  *
001590*              EARLY SETTLEMENT DISCOUNT, AND THE OPEN ITEM NOW  *
001591*              CARRIES THE DUE DATE, DISCOUNT DATE AND RATE.     *
001592* 2026-10-15 : EVERY LINE OF EACH CONSOLIDATED INVOICE IS ALSO   *
001593*              WRITTEN TO THE DOCUMENT ARCHIVE                   *
001594*              (API5.DOC_ARCHIVE, TYPE 'INV') THROUGH THE        *
001595*              DOCARCW ROUTINE, SO PART117 CAN REPRINT THE EXACT *
001596*              COPY.                                             *
001596* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001596*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001596*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001596*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001596* 2026-10-15 : HEADINGS AND LABELS NOW COME FROM API5.DOC_TEXTS  *
001596*              (DOC_ID 'PART83') IN THE CUSTOMER'S LANGUAGE      *
001596*              THROUGH DOCTXT, WITH THE HOUSE WORDING WHERE NO   *
001596*              ROW EXISTS. DATES PRINT DD/MM/YYYY FOR 'FR' AND   *
001596*              MM/DD/YYYY FOR 'EN', AND AN 'EN' INVOICE GETS THE *
001596*              DECIMAL POINT.                                    *
001596* 2026-10-15 : A NEW INVOICE NUMBER PAST YY7999 (INTO THE CREDIT *
001596*              NOTE BLOCK) IS GIVEN BACK. THE CUSTOMERS STILL TO *
001596*              BILL ARE LEFT FOR THE NEXT RUN AND THE RUN ENDS   *
001596*              WITH RC 8, SO AN INVOICE NEVER SHARES AN          *
001596*              OPEN_ITEMS INV_NO WITH A CREDIT NOTE.             *
001596* 2026-10-15 : THE YY0001-YY7999 BLOCK ONLY APPLIES ONCE PART129 *
001596*              HAS RESTARTED THE SERIES (A YEAR_CLOSE ROW,       *
001596*              NUMBER AT OR PAST ITS INVOICE START); UNTIL THE   *
001596*              FIRST CLOSE THE LEGACY COUNTER RUNS ON UNCHECKED. *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
004700     EXEC SQL
004800        INCLUDE OPENITEM
004900     END-EXEC.
004910     EXEC SQL
004920        INCLUDE PAYTERMS
004930     END-EXEC.
005000
005100******************************************************
005200*** THE CONSOLIDATED-BILLING CUSTOMERS.             ***
005400     EXEC SQL
005500        DECLARE CCONS CURSOR
005600        FOR
005700        SELECT C_NO, NAME, ADDRESS,
005750               COALESCE(LANG_CODE, 'FR')
005800        FROM API5.CUSTOMERS
005900        WHERE CONSOL_FLAG = 'Y'
006000        ORDER BY C_NO
009000     END-EXEC.
009100
009200 77 WS-TODAY-RAW      PIC X(8).
009250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
009300 77 WS-TODAY-DASHED   PIC X(10).
009310 77 WS-TODAY-INT      PIC 9(8).
009320 77 WS-WORK-DATE      PIC 9(8).
009330 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
009340 77 WS-DUE-DATE       PIC X(10).
009350 77 WS-DISC-DATE      PIC X(10).
009400 77 WS-CUST-DONE      PIC X VALUE 'N'.
009500    88 CUST-DONE        VALUE 'O'.
009600    88 CUST-NOT-DONE    VALUE 'N'.
010200 77 WS-INV-NET        PIC S9(7)V99 COMP-3 VALUE ZERO.
010300 77 WS-INV-TAX        PIC S9(7)V99 COMP-3 VALUE ZERO.
010400 77 WS-INV-GROSS      PIC S9(7)V99 COMP-3 VALUE ZERO.
010410 77 WS-ORDER-FREIGHT  PIC S9(7)V99 COMP-3.
010420 77 WS-INV-FREIGHT    PIC S9(7)V99 COMP-3 VALUE ZERO.
010430 77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3 VALUE ZERO.
010500 77 WS-CNT-ORDERS     PIC 9(5) VALUE ZERO.
010600 77 WS-CNT-INVOICES   PIC 9(5) VALUE ZERO.
010700 77 WS-CUST-ORDERS    PIC 9(5) VALUE ZERO.
010720 77 DOCARCW           PIC X(8) VALUE 'DOCARCW'.
010740 77 WS-ARC-PROGID     PIC X(8) VALUE 'PART83'.
010760 77 WS-ARC-TYPE       PIC X(3) VALUE 'INV'.
010780 77 WS-ARC-NO         PIC X(12).
010780 77 WS-INV-YEAR       PIC 9(2).
010780 77 WS-INV-SEQ        PIC 9(4).
010780 77 WS-SERIES-START   PIC 9(6).
010780 77 WS-SERIES-SW      PIC X VALUE 'O'.
010780    88 SERIES-IN-BLOCK   VALUE 'O'.
010780    88 SERIES-OUT-BLOCK  VALUE 'N'.
010780
010780******************************************************
010780*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF EVERY  ***
010780*** HEADING AND LABEL IN TEXT-NUMBER ORDER, AND THE ***
010780*** FRENCH AND ENGLISH COPIES DOCTXT BUILDS.        ***
010780******************************************************
010780 77 DOCTXT            PIC X(8) VALUE 'DOCTXT'.
010780 77 WS-DOC-ID         PIC X(8) VALUE 'PART83'.
010780 77 WS-DOC-COUNT      PIC 9(3) VALUE 17.
010780 77 WS-DOC-FOUND      PIC 9(3) VALUE ZERO.
010780 77 WS-DOC-LANG       PIC X(2).
010780 77 WS-DOC-LANG-SW    PIC X VALUE 'F'.
010780    88 DOC-LANG-FR      VALUE 'F'.
010780    88 DOC-LANG-EN      VALUE 'E'.
010780 77 WS-DOC-DATE-IN    PIC X(10).
010780 77 WS-DOC-DATE-OUT   PIC X(10).
010780 01 WS-HOUSE-TEXTS.
010780    05 FILLER         PIC X(60) VALUE
010780       'CONSOLIDATED MONTHLY INVOICE'.
010780    05 FILLER         PIC X(60) VALUE 'INVOICE NO : '.
010780    05 FILLER         PIC X(60) VALUE '  DATE : '.
010780    05 FILLER         PIC X(60) VALUE 'CUSTOMER :'.
010780    05 FILLER         PIC X(60) VALUE 'ADDRESS  :'.
010780    05 FILLER         PIC X(60) VALUE 'ORDER  '.
010780    05 FILLER         PIC X(60) VALUE ' NET  '.
010780    05 FILLER         PIC X(60) VALUE ' TAX  '.
010780    05 FILLER         PIC X(60) VALUE ' FRT  '.
010780    05 FILLER         PIC X(60) VALUE 'TOTAL HT  '.
010780    05 FILLER         PIC X(60) VALUE 'TRANSPORT '.
010780    05 FILLER         PIC X(60) VALUE 'TVA       '.
010780    05 FILLER         PIC X(60) VALUE 'TOTAL TTC '.
010780    05 FILLER         PIC X(60) VALUE 'TERMS    : '.
010780    05 FILLER         PIC X(60) VALUE '  DUE DATE : '.
010780    05 FILLER         PIC X(60) VALUE 'DISCOUNT : '.
010780    05 FILLER         PIC X(60) VALUE ' % IF PAID BY '.
010780 01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
010780    05 WS-HOUSE-TEXT  PIC X(60) OCCURS 17.
010780 01 WS-FR-TAB.
010780    05 WS-FR-TEXT     PIC X(60) OCCURS 17.
010780 01 WS-EN-TAB.
010780    05 WS-EN-TEXT     PIC X(60) OCCURS 17.
010780 01 WS-DOC-TAB.
010780    05 WS-DOC-TEXT    PIC X(60) OCCURS 17.
010800
010900 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
011000 01 L-INVOICE-TITLE   PIC X(80) VALUE SPACE.
011200 01 L-INVOICE-NO-LINE.
011300    05 INV-NO-LBL     PIC X(13) VALUE SPACE.
011400    05 INV-NO-ED      PIC 9(6).
011500    05 INV-DATE-LBL   PIC X(9)  VALUE SPACE.
011600    05 INV-DATE-ED    PIC X(10).
011700    05 FILLER         PIC X(42) VALUE SPACE.
011800 01 L-CUSTOMER-LINE.
011900    05 CUST-LBL       PIC X(11) VALUE SPACE.
012000    05 CUST-NO-ED     PIC 9(4).
012100    05 FILLER         PIC X(2)  VALUE '  '.
012200    05 CUST-NAME-ED   PIC X(30).
012300    05 FILLER         PIC X(33) VALUE SPACE.
012400 01 L-ADDRESS-LINE.
012500    05 ADDR-LBL       PIC X(11) VALUE SPACE.
012600    05 CUST-ADDR-ED   PIC X(40).
012700    05 FILLER         PIC X(29) VALUE SPACE.
012800 01 L-ORDER-LINE.
012900    05 ORD-LBL        PIC X(8)  VALUE SPACE.
013000    05 ORD-NO-ED      PIC 9(6).
013100    05 FILLER         PIC X(2)  VALUE SPACE.
013200    05 ORD-DATE-ED    PIC X(10).
013300    05 ORD-NET-LBL    PIC X(6)  VALUE SPACE.
013400    05 ORD-NET-ED     PIC ZZZZZ9,99.
013500    05 ORD-TAX-LBL    PIC X(6)  VALUE SPACE.
013600    05 ORD-TAX-ED     PIC ZZZZZ9,99.
013610    05 ORD-FRT-LBL    PIC X(6)  VALUE SPACE.
013620    05 ORD-FRT-ED     PIC ZZZZZ9,99.
013700    05 FILLER         PIC X(9)  VALUE SPACE.
013800 01 L-TOTAL-LINE.
013900    05 FILLER         PIC X(43) VALUE SPACE.
014000    05 TOTAL-LBL-ED   PIC X(10) VALUE SPACE.
014100    05 TOTAL-AMT-ED   PIC ZZZZZZZ9,99.
014200    05 FILLER         PIC X(16) VALUE SPACE.
014210 01 L-TERMS-LINE.
014220    05 TERMS-LBL      PIC X(11) VALUE SPACE.
014230    05 TERMS-DESC-ED  PIC X(20).
014240    05 TERMS-DUE-LBL  PIC X(13) VALUE SPACE.
014250    05 TERMS-DUE-ED   PIC X(10).
014260    05 FILLER         PIC X(26) VALUE SPACE.
014270 01 L-DISCOUNT-LINE.
014280    05 DISC-LBL       PIC X(11) VALUE SPACE.
014290    05 DISC-PCT-ED    PIC Z9,99.
014291    05 DISC-DATE-LBL  PIC X(14) VALUE SPACE.
014292    05 DISC-DATE-ED   PIC X(10).
014293    05 FILLER         PIC X(40) VALUE SPACE.
014300 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '='.
014400
014500 PROCEDURE DIVISION.
014600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
014625     CALL RUNDATE USING WS-TODAY-RAW
014650     MOVE WS-TODAY-RAW TO WS-TODAY-INT
014700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
014800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
014900            INTO WS-TODAY-DASHED
015000     END-STRING
015050     PERFORM LOAD-DOC-TEXTS
015100
015200     OPEN OUTPUT OUTCIV
015300
016300     PERFORM TEST-SQLCODE
016400
016500     PERFORM COMMIT-SQL
016514     IF SERIES-OUT-BLOCK
016528        DISPLAY 'PART83 : NUMERO ' INV-NO ' HORS DE LA SERIE '
016542                'FACTURES ' WS-INV-YEAR '0001-' WS-INV-YEAR
016556                '7999 - CLIENTS SUIVANTS NON FACTURES'
016570        MOVE 8 TO RETURN-CODE
016584     END-IF
016600     CLOSE OUTCIV
016700
016800     DISPLAY '===================================='
017500 SWEEP-ONE-CUSTOMER.
017600     EXEC SQL
017700        FETCH CCONS
017800        INTO :CUS-NO, :CUS-NAME, :CUS-ADDRESS,
017850             :CUS-LANG
017900     END-EXEC
018000     EVALUATE TRUE
018100        WHEN SQLCODE = +100
018200             SET CUST-DONE TO TRUE
018300        WHEN SQLCODE = ZERO
018400             PERFORM INVOICE-ONE-CUSTOMER
018425             IF SERIES-OUT-BLOCK
018450                SET CUST-DONE TO TRUE
018475             END-IF
018500        WHEN OTHER
018600             PERFORM TEST-SQLCODE
018700     END-EVALUATE
019300*** ONLY DRAWN ONCE A FIRST ORDER IS FOUND.         ***
019400******************************************************
019500 INVOICE-ONE-CUSTOMER.
019600     PERFORM SET-DOC-LANGUAGE
019650     MOVE ZERO TO WS-CUST-ORDERS
019700     MOVE ZERO TO WS-INV-NET
019800     MOVE ZERO TO WS-INV-TAX
019810     MOVE ZERO TO WS-INV-FREIGHT
019900     SET ORD-NOT-DONE TO TRUE
020000     EXEC SQL
020100        OPEN CORDS
020800     PERFORM TEST-SQLCODE
020900
021000     IF WS-CUST-ORDERS > ZERO
021050        PERFORM GET-PAYMENT-TERMS
021100        PERFORM WRITE-INVOICE-TOTALS
021200        PERFORM INSERT-INVOICE-REGISTER
021300        PERFORM INSERT-OPEN-ITEM
021310        PERFORM POST-FREIGHT-CHARGE
021400        ADD 1 TO WS-CNT-INVOICES
021500     END-IF
021600     .
022600        WHEN SQLCODE = ZERO
022700             IF WS-CUST-ORDERS = ZERO
022800                PERFORM ASSIGN-INVOICE-NUMBER
022900             END-IF
023000             IF SERIES-OUT-BLOCK
023100                SET ORD-DONE TO TRUE
023200             ELSE
023300                PERFORM BILL-FETCHED-ORDER
023400             END-IF
023800        WHEN OTHER
023900             PERFORM TEST-SQLCODE
024000     END-EVALUATE
024100     .
024106
024112 BILL-FETCHED-ORDER.
024118     IF WS-CUST-ORDERS = ZERO
024124        PERFORM WRITE-INVOICE-HEADER
024130     END-IF
024136     ADD 1 TO WS-CUST-ORDERS
024142     ADD 1 TO WS-CNT-ORDERS
024148     PERFORM SUM-ORDER-LINES
024154     PERFORM SUM-ORDER-FREIGHT
024160     PERFORM WRITE-ORDER-SUBTOTAL
024166     ADD WS-ORDER-NET TO WS-INV-NET
024172     ADD WS-ORDER-TAX TO WS-INV-TAX
024178     ADD WS-ORDER-FREIGHT TO WS-INV-FREIGHT
024184     PERFORM MARK-ORDER-INVOICED
024190     .
024200
024214******************************************************
024228*** ONCE PART129 HAS RESTARTED THE SERIES, YY8001   ***
024236*** UP IS THE CREDIT NOTE BLOCK (PART130) - A       ***
024244*** NUMBER PAST YY7999 IS GIVEN BACK AND THE RUN    ***
024252*** STOPS INVOICING, SO AN INVOICE NEVER SHARES AN  ***
024260*** OPEN_ITEMS INV_NO WITH A CREDIT NOTE. BEFORE    ***
024268*** THE FIRST CLOSE THE LEGACY COUNTER RUNS ON      ***
024276*** UNCHECKED.                                      ***
024284******************************************************
024300 ASSIGN-INVOICE-NUMBER.
024400     EXEC SQL
024500        UPDATE API5.INVOICE_CONTROL
025100        FROM API5.INVOICE_CONTROL
025200     END-EXEC
025300     PERFORM TEST-SQLCODE
025308     SET SERIES-IN-BLOCK TO TRUE
025316     DIVIDE INV-NO BY 10000 GIVING WS-INV-YEAR
025324            REMAINDER WS-INV-SEQ
025332     PERFORM GET-SERIES-START
025334     IF WS-SERIES-START > ZERO AND INV-NO >= WS-SERIES-START
025336        AND WS-INV-SEQ > 7999
025340        SET SERIES-OUT-BLOCK TO TRUE
025348        EXEC SQL
025356           UPDATE API5.INVOICE_CONTROL
025364           SET NEXT_INV_NO = NEXT_INV_NO - 1
025372        END-EXEC
025380        PERFORM TEST-SQLCODE
025388     END-IF
025400     .
025500
025504******************************************************
025508*** FIRST INVOICE NUMBER OF THE SERIES PART129 LAST ***
025512*** RESTARTED - ZERO WHILE NO YEAR HAS BEEN CLOSED. ***
025516******************************************************
025520 GET-SERIES-START.
025524     MOVE ZERO TO WS-SERIES-START
025528     EXEC SQL
025532        SELECT INV_START INTO :WS-SERIES-START
025536        FROM API5.YEAR_CLOSE
025540        WHERE FISCAL_YEAR =
025544              (SELECT MAX(FISCAL_YEAR) FROM API5.YEAR_CLOSE)
025548     END-EXEC
025552     EVALUATE TRUE
025556        WHEN SQLCODE = ZERO
025560             CONTINUE
025564        WHEN SQLCODE = +100
025568             MOVE ZERO TO WS-SERIES-START
025572        WHEN OTHER
025576             DISPLAY 'ANOMALIE YEAR_CLOSE : ' SQLCODE
025580             PERFORM ABEND-PROG
025584     END-EVALUATE
025588     .
025592
025600 WRITE-INVOICE-HEADER.
025700     MOVE INV-NO          TO INV-NO-ED
025750     MOVE INV-NO          TO WS-ARC-NO
025800     MOVE WS-TODAY-DASHED TO WS-DOC-DATE-IN
025833     PERFORM FORMAT-DOC-DATE
025866     MOVE WS-DOC-DATE-OUT TO INV-DATE-ED
025900     MOVE CUS-NO          TO CUST-NO-ED
026000     MOVE CUS-NAME        TO CUST-NAME-ED
026100     MOVE CUS-ADDRESS     TO CUST-ADDR-ED
026200     MOVE L-INVOICE-TITLE TO ENR-OUTCIV
026250     PERFORM PUT-INVOICE-LINE
026300     MOVE L-INVOICE-NO-LINE TO ENR-OUTCIV
026350     PERFORM PUT-INVOICE-LINE
026400     MOVE L-HEADER-BLANK TO ENR-OUTCIV
026450     PERFORM PUT-INVOICE-LINE
026500     MOVE L-CUSTOMER-LINE TO ENR-OUTCIV
026550     PERFORM PUT-INVOICE-LINE
026600     MOVE L-ADDRESS-LINE TO ENR-OUTCIV
026650     PERFORM PUT-INVOICE-LINE
026700     MOVE L-HEADER-BLANK TO ENR-OUTCIV
026750     PERFORM PUT-INVOICE-LINE
026800     .
026900
027000 SUM-ORDER-LINES.
028700     PERFORM TEST-SQLCODE
028800     .
028900
028810******************************************************
028820*** THE ORDER'S FREIGHT NOT YET BILLED.             ***
028830******************************************************
028840 SUM-ORDER-FREIGHT.
028850     MOVE ZERO TO WS-ORDER-FREIGHT
028860     EXEC SQL
028870        SELECT COALESCE(SUM(FREIGHT), 0)
028880             INTO :WS-ORDER-FREIGHT
028890        FROM API5.SHIPMENTS
028891        WHERE O_NO   = :ORDERS-O-NO
028892        AND   INV_NO = 0
028893     END-EXEC
028894     PERFORM TEST-SQLCODE
028895     .
028896
029000 WRITE-ORDER-SUBTOTAL.
029100     MOVE ORDERS-O-NO   TO ORD-NO-ED
029200     MOVE ORDERS-O-DATE TO WS-DOC-DATE-IN
029233     PERFORM FORMAT-DOC-DATE
029266     MOVE WS-DOC-DATE-OUT TO ORD-DATE-ED
029300     MOVE WS-ORDER-NET  TO ORD-NET-ED
029400     MOVE WS-ORDER-TAX  TO ORD-TAX-ED
029410     MOVE WS-ORDER-FREIGHT TO ORD-FRT-ED
029425     IF DOC-LANG-EN
029440        INSPECT ORD-NET-ED REPLACING ALL ',' BY '.'
029455        INSPECT ORD-TAX-ED REPLACING ALL ',' BY '.'
029470        INSPECT ORD-FRT-ED REPLACING ALL ',' BY '.'
029485     END-IF
029500     MOVE L-ORDER-LINE TO ENR-OUTCIV
029550     PERFORM PUT-INVOICE-LINE
029600     .
029700
029800 MARK-ORDER-INVOICED.
030200        WHERE O_NO = :ORDERS-O-NO
030300     END-EXEC
030400     PERFORM TEST-SQLCODE
030410     EXEC SQL
030420        UPDATE API5.SHIPMENTS
030430        SET INV_NO = :INV-NO
030440        WHERE O_NO   = :ORDERS-O-NO
030450        AND   INV_NO = 0
030460     END-EXEC
030470     PERFORM TEST-SQLCODE
030500     .
030600
030700 WRITE-INVOICE-TOTALS.
030800     COMPUTE WS-INV-GROSS = WS-INV-NET + WS-INV-TAX
030810             + WS-INV-FREIGHT
030900     MOVE L-HEADER-BLANK TO ENR-OUTCIV
030950     PERFORM PUT-INVOICE-LINE
031000     MOVE WS-DOC-TEXT(10) TO TOTAL-LBL-ED
031100     MOVE WS-INV-NET TO TOTAL-AMT-ED
031200     PERFORM WRITE-ONE-TOTAL-LINE
031210     IF WS-INV-FREIGHT NOT = ZERO
031220        MOVE WS-DOC-TEXT(11) TO TOTAL-LBL-ED
031230        MOVE WS-INV-FREIGHT TO TOTAL-AMT-ED
031240        PERFORM WRITE-ONE-TOTAL-LINE
031250     END-IF
031300     MOVE WS-DOC-TEXT(12) TO TOTAL-LBL-ED
031400     MOVE WS-INV-TAX TO TOTAL-AMT-ED
031500     PERFORM WRITE-ONE-TOTAL-LINE
031600     MOVE WS-DOC-TEXT(13) TO TOTAL-LBL-ED
031700     MOVE WS-INV-GROSS TO TOTAL-AMT-ED
031800     PERFORM WRITE-ONE-TOTAL-LINE
031810     MOVE L-HEADER-BLANK TO ENR-OUTCIV
031815     PERFORM PUT-INVOICE-LINE
031820     MOVE TRM-DESC    TO TERMS-DESC-ED
031830     MOVE WS-DUE-DATE TO WS-DOC-DATE-IN
031833     PERFORM FORMAT-DOC-DATE
031836     MOVE WS-DOC-DATE-OUT TO TERMS-DUE-ED
031840     MOVE L-TERMS-LINE TO ENR-OUTCIV
031845     PERFORM PUT-INVOICE-LINE
031850     IF TRM-DISC-PCT > ZERO
031860        MOVE TRM-DISC-PCT TO DISC-PCT-ED
031870        IF DOC-LANG-EN
031871           INSPECT DISC-PCT-ED REPLACING ALL ',' BY '.'
031872        END-IF
031873        MOVE WS-DISC-DATE TO WS-DOC-DATE-IN
031874        PERFORM FORMAT-DOC-DATE
031875        MOVE WS-DOC-DATE-OUT TO DISC-DATE-ED
031880        MOVE L-DISCOUNT-LINE TO ENR-OUTCIV
031885        PERFORM PUT-INVOICE-LINE
031890     END-IF
031900     MOVE L-PAGE-BREAK TO ENR-OUTCIV
031950     PERFORM PUT-INVOICE-LINE
032000     .
032000
032000 WRITE-ONE-TOTAL-LINE.
032000     IF DOC-LANG-EN
032000        INSPECT TOTAL-AMT-ED REPLACING ALL ',' BY '.'
032000     END-IF
032000     MOVE L-TOTAL-LINE TO ENR-OUTCIV
032000     PERFORM PUT-INVOICE-LINE
032000     .
032001
032002******************************************************
032003*** THE CUSTOMER'S PAYMENT TERMS AND THE DUE AND    ***
032004*** DISCOUNT DATES THEY GIVE THIS INVOICE. NO CODE, ***
032005*** OR A CODE NOT IN THE TABLE, IS NET 30.          ***
032006******************************************************
032007 GET-PAYMENT-TERMS.
032008     EXEC SQL
032009        SELECT T.TERMS_CODE, T.DESCRIPTION, T.NET_DAYS,
032010               T.DISC_DAYS, T.DISC_PCT
032011          INTO :TRM-CODE, :TRM-DESC, :TRM-NET-DAYS,
032012               :TRM-DISC-DAYS, :TRM-DISC-PCT
032013        FROM API5.CUSTOMERS C, API5.PAYMENT_TERMS T
032014        WHERE C.C_NO       = :CUS-NO
032015        AND   T.TERMS_CODE = C.TERMS_CODE
032016     END-EXEC
032017     IF SQLCODE = +100
032018        MOVE 'N30'         TO TRM-CODE
032019        MOVE 'NET 30 DAYS' TO TRM-DESC
032020        MOVE 30            TO TRM-NET-DAYS
032021        MOVE ZERO          TO TRM-DISC-DAYS
032022        MOVE ZERO          TO TRM-DISC-PCT
032023     ELSE
032024        PERFORM TEST-SQLCODE
032025     END-IF
032026
032027     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
032028             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
032029              + TRM-NET-DAYS)
032030     MOVE SPACES TO WS-DUE-DATE
032031     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
032032            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
032033            INTO WS-DUE-DATE
032034     END-STRING
032035
032036     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
032037             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
032038              + TRM-DISC-DAYS)
032039     MOVE SPACES TO WS-DISC-DATE
032040     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
032041            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
032042            INTO WS-DISC-DATE
032043     END-STRING
032044     .
032100
032200******************************************************
032300*** ONE REGISTER ROW COVERING THE WHOLE SET - O_NO  ***
035300     MOVE WS-INV-GROSS    TO OITEM-OPEN-AMT
035400     MOVE WS-TODAY-DASHED TO OITEM-INV-DATE
035500     MOVE 'O'             TO OITEM-STATUS
035510     MOVE WS-DUE-DATE     TO OITEM-DUE-DATE
035520     MOVE WS-DISC-DATE    TO OITEM-DISC-DATE
035530     MOVE TRM-DISC-PCT    TO OITEM-DISC-PCT
035600     EXEC SQL
035700        INSERT INTO API5.OPEN_ITEMS
035800        (INV_NO, O_NO, C_NO, ORIG_AMOUNT, OPEN_AMOUNT,
035900         INV_DATE, STATUS, DUE_DATE, DISC_DATE, DISC_PCT)
036000        VALUES(:OITEM-INV-NO,
036100               :OITEM-O-NO,
036200               :OITEM-C-NO,
036300               :OITEM-ORIG-AMT,
036400               :OITEM-OPEN-AMT,
036500               :OITEM-INV-DATE,
036600               :OITEM-STATUS,
036610               :OITEM-DUE-DATE,
036620               :OITEM-DISC-DATE,
036630               :OITEM-DISC-PCT)
036700     END-EXEC
036800     PERFORM TEST-SQLCODE
036900     .
037000
037001******************************************************
037002*** THE SET'S FREIGHT IS A NEW CHARGE THE ORDER     ***
037003*** LOAD NEVER PUT ON THE BALANCE - IT GOES ON HERE ***
037004*** WITH ITS TYPE 'X' AUDIT ROW (O_NO ZERO, LIKE    ***
037005*** THE REGISTER ROW), JOURNALED BY PART44.         ***
037006******************************************************
037007 POST-FREIGHT-CHARGE.
037008     IF WS-INV-FREIGHT NOT = ZERO
037009        EXEC SQL
037010           SELECT BALANCE INTO :CUS-BALANCE
037011           FROM API5.CUSTOMERS
037012           WHERE C_NO = :CUS-NO
037013        END-EXEC
037014        PERFORM TEST-SQLCODE
037015        COMPUTE WS-NEW-BALANCE = CUS-BALANCE + WS-INV-FREIGHT
037016        EXEC SQL
037017           UPDATE API5.CUSTOMERS
037018           SET BALANCE = :WS-NEW-BALANCE
037019           WHERE C_NO = :CUS-NO
037020        END-EXEC
037021        PERFORM TEST-SQLCODE
037022        EXEC SQL
037023           INSERT INTO API5.BALANCE_HISTORY
037024           (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
037025            HIST_TYPE)
037026           VALUES(:CUS-NO,
037027                  0,
037028                  :CUS-BALANCE,
037029                  :WS-NEW-BALANCE,
037030                  :WS-INV-FREIGHT,
037031                  :WS-TODAY-DASHED,
037032                  'X')
037033        END-EXEC
037034        PERFORM TEST-SQLCODE
037035     END-IF
037036     .
037037
037038******************************************************
037039*** BOTH LANGUAGES' WORDING IS READ ONCE - THE      ***
037040*** HOUSE TEXT WITH THE API5.DOC_TEXTS ROWS LAID    ***
037041*** OVER IT BY DOCTXT.                              ***
037042******************************************************
037043 LOAD-DOC-TEXTS.
037044     MOVE WS-HOUSE-TAB TO WS-FR-TAB
037045     MOVE 'FR' TO WS-DOC-LANG
037046     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
037047                       WS-FR-TAB WS-DOC-FOUND
037048     MOVE WS-HOUSE-TAB TO WS-EN-TAB
037049     MOVE 'EN' TO WS-DOC-LANG
037050     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
037051                       WS-EN-TAB WS-DOC-FOUND
037052     .
037053
037054******************************************************
037055*** EACH INVOICE SPEAKS ITS CUSTOMER'S LANGUAGE -   ***
037056*** THE WORDING GOES INTO THE PRINT LINES, AND AN   ***
037057*** 'EN' INVOICE ALSO GETS MM/DD/YYYY DATES AND A   ***
037058*** DECIMAL POINT.                                  ***
037059******************************************************
037060 SET-DOC-LANGUAGE.
037061     IF CUS-LANG = 'EN'
037062        SET DOC-LANG-EN TO TRUE
037063        MOVE WS-EN-TAB TO WS-DOC-TAB
037064     ELSE
037065        SET DOC-LANG-FR TO TRUE
037066        MOVE WS-FR-TAB TO WS-DOC-TAB
037067     END-IF
037068     MOVE WS-DOC-TEXT(1)  TO L-INVOICE-TITLE
037069     MOVE WS-DOC-TEXT(2)  TO INV-NO-LBL
037070     MOVE WS-DOC-TEXT(3)  TO INV-DATE-LBL
037071     MOVE WS-DOC-TEXT(4)  TO CUST-LBL
037072     MOVE WS-DOC-TEXT(5)  TO ADDR-LBL
037073     MOVE WS-DOC-TEXT(6)  TO ORD-LBL
037074     MOVE WS-DOC-TEXT(7)  TO ORD-NET-LBL
037075     MOVE WS-DOC-TEXT(8)  TO ORD-TAX-LBL
037076     MOVE WS-DOC-TEXT(9)  TO ORD-FRT-LBL
037077     MOVE WS-DOC-TEXT(14) TO TERMS-LBL
037078     MOVE WS-DOC-TEXT(15) TO TERMS-DUE-LBL
037079     MOVE WS-DOC-TEXT(16) TO DISC-LBL
037080     MOVE WS-DOC-TEXT(17) TO DISC-DATE-LBL
037081     .
037082
037082******************************************************
037082*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -    ***
037082*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.    ***
037082*** ANYTHING ELSE PRINTS AS IT CAME.                ***
037082******************************************************
037082 FORMAT-DOC-DATE.
037082     MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
037082     IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
037082        MOVE SPACES TO WS-DOC-DATE-OUT
037082        IF DOC-LANG-EN
037082           STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
037082                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
037082                  INTO WS-DOC-DATE-OUT
037082           END-STRING
037082        ELSE
037082           STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
037082                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
037082                  INTO WS-DOC-DATE-OUT
037082           END-STRING
037082        END-IF
037082     END-IF
037082     .
037082
037100 COMMIT-SQL.
037200     EXEC SQL COMMIT END-EXEC
037300     PERFORM TEST-SQLCODE
037400     .
037500
037509******************************************************
037518*** EVERY PRINTED LINE IS FILED IN THE DOCUMENT     ***
037527*** ARCHIVE UNDER THE INVOICE NUMBER.               ***
037536******************************************************
037545 PUT-INVOICE-LINE.
037554     CALL DOCARCW USING WS-ARC-PROGID WS-ARC-TYPE WS-ARC-NO
037563                        CUS-NO WS-TODAY-DASHED ENR-OUTCIV
037572     WRITE ENR-OUTCIV
037581     .
037590
037600 TEST-SQLCODE.
037700     EVALUATE TRUE
037800          WHEN SQLCODE IS EQUAL TO ZERO
