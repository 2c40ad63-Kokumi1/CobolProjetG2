000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART85.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - SUPPLIER INVOICE MATCHING. READS*
000600*              THE SUPPLIER INVOICE FILE (SUPINV, SUP_NO;INVOICE *
000700*              NO;PO NO;P_NO;QTY;UNIT PRICE;DD/MM/YYYY - THE     *
000800*              DATE MAY BE OMITTED, DEFAULT TODAY) AND MATCHES   *
000900*              EACH LINE THREE WAYS : THE API5.PO_LINES ROW      *
001000*              PART64 RAISED (ORDERED QUANTITY AND UNIT PRICE),  *
001100*              THE QTY_RECEIVED PART18 POSTED FROM THE RECEIVING *
001200*              REGISTER, AND WHAT IS BEING BILLED. A LINE WITHIN *
001300*              THE PRCTOL PRICE TOLERANCE (PERCENT, DEFAULT 2)   *
001400*              WHOSE BILLED QUANTITY - WITH WHAT WAS ALREADY     *
001500*              INVOICED ON THE SAME PO LINE - STAYS WITHIN THE   *
001600*              QTYTOL PERCENT (DEFAULT 0) OF BOTH THE RECEIVED   *
001700*              AND THE ORDERED QUANTITY IS APPROVED FOR PAYMENT  *
001800*              INTO API5.SUPPLIER_INVOICES AND LISTED ON FICSIM. *
001900*              ANY OTHER LINE GOES TO THE FICSIV VARIANCE REPORT *
002000*              WITH ITS REASON, SO AP ONLY LOOKS AT EXCEPTIONS.  *
002100*              MALFORMED LINES GO TO REJSIN.                     *
002110* 2026-10-15 : EACH APPROVED LINE ALSO OPENS OR TOPS UP THE      *
002120*              INVOICE'S API5.AP_OPEN_ITEMS ROW, DUE APDAYS DAYS *
002130*              (DEFAULT 30) AFTER THE INVOICE DATE, FOR THE      *
002140*              PART86 PAYMENT RUN AND THE PART87 AP AGING.       *
002150* 2026-10-15 : AN INVOICE LINE DATED IN A MONTH PART23 HAS       *
002160*              CLOSED IS NOW REFUSED ('PERIODE CLOTUREE') OR     *
002170*              RE-DATED TO THE FIRST DAY OF THE NEXT OPEN MONTH, *
002180*              AS PART85'S API5.PERIOD_POLICY ROW SAYS (PERCHK). *
002190*              THE SUMMARY COUNTS BOTH.                          *
002192* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002194*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002196*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002198*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002198* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
002198*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
002198*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
002198*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
002198*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
002198*              FOR THE PART131 REPORT.                           *
002198* 2026-10-15 : A PO LINE WITH NO UNIT PRICE (RAISED BEFORE       *
002198*              PART64 KEPT IT) IS MATCHED AGAINST THE PRODUCT'S  *
002198*              COST, AS PART64 DEFAULTS IT; WITH NO COST EITHER  *
002198*              THE LINE GOES TO THE VARIANCE REPORT AS 'PRIX PO  *
002198*              INCONNU' INSTEAD OF FAILING THE TOLERANCE TEST.   *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     DECIMAL-POINT IS COMMA.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SUPINV ASSIGN TO SUPINV
003100      ORGANIZATION IS SEQUENTIAL.
003200     SELECT REJSIN ASSIGN TO REJSIN
003300      ORGANIZATION IS SEQUENTIAL.
003400     SELECT OUTSIM ASSIGN TO FICSIM.
003500     SELECT OUTSIV ASSIGN TO FICSIV.
003600     SELECT EXCPLOG ASSIGN TO EXCPLOG
003700      ORGANIZATION IS SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD SUPINV.
004200 01 SUPINV-RECORD      PIC X(80).
004300 FD REJSIN.
004400 01 REJSIN-RECORD      PIC X(120).
004500 FD OUTSIM.
004600 01 ENR-OUTSIM         PIC X(100).
004700 FD OUTSIV.
004800 01 ENR-OUTSIV         PIC X(120).
004900 FD EXCPLOG.
005000     COPY EXCPLOG.
005100
005200 WORKING-STORAGE SECTION.
005300     EXEC SQL
005400        INCLUDE SQLCA
005500     END-EXEC.
005600     EXEC SQL
005700        INCLUDE PURCHORD
005800     END-EXEC.
005900     EXEC SQL
006000        INCLUDE SUPINV
006100     END-EXEC.
006110     EXEC SQL
006120        INCLUDE APITEM
006130     END-EXEC.
006200
006300 01 DELIMITER-VAR  PIC X VALUE ";".
006400 01 WS-DATA.
006500    05 WS-SUP-NO-TEXT   PIC X(4).
006600    05 WS-INV-NO-TEXT   PIC X(12).
006700    05 WS-PO-NO-TEXT    PIC X(6).
006800    05 WS-PROD-NO       PIC X(3).
006900    05 WS-QTY-TEXT      PIC X(5).
007000    05 WS-PRICE-TEXT    PIC X(8).
007100    05 WS-INV-DATE-TEXT PIC X(10).
007200 01 WS-FLAG-END PIC 9 VALUE ZERO.
007300    88 END-OF-FILE     VALUE 1.
007400
007500 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
007600    88 LIGNE-VALIDE    VALUE 'O'.
007700    88 LIGNE-INVALIDE  VALUE 'N'.
007800 01 WS-MATCH-FLAG      PIC X VALUE 'O'.
007900    88 LINE-MATCHED    VALUE 'O'.
008000    88 LINE-VARIANCE   VALUE 'N'.
008100 01 WS-REJECT-REASON   PIC X(30).
008200 01 WS-REJECT-OUT      PIC X(120).
008300 01 WS-VARIANCE-REASON PIC X(30).
008400 01 WS-QTY             PIC 9(5) COMP-3.
008500 01 WS-PRICE           PIC 9(3)V99 COMP-3.
008600 01 WS-INV-DATE        PIC X(10).
008700 01 WS-TODAY-RAW       PIC X(8).
008750 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
008758 01 PARMGET            PIC X(8) VALUE 'PARMGET'.
008766 01 WS-PGET-PROGID     PIC X(8) VALUE 'PART85'.
008774 01 WS-PGET-NAME       PIC X(12).
008782 01 WS-PGET-VALUE      PIC X(40).
008790 01 WS-PGET-RETCODE    PIC S9(4) COMP.
008800 01 WS-TODAY-DASHED    PIC X(10).
008900 01 WS-DUP-COUNT       PIC 9(5) COMP-3.
009000******************************************************
009100*** THREE-WAY MATCH - TOLERANCES AND THE CUMULATIVE ***
009200*** QUANTITY BILLED AGAINST THE PO LINE.            ***
009300******************************************************
009400 01 WS-TOL-PARM        PIC X(3).
009500 01 WS-PRICE-TOL       PIC 9(3) VALUE 2.
009600 01 WS-QTY-TOL         PIC 9(3) VALUE ZERO.
009610 01 WS-AP-DAYS         PIC 9(3) VALUE 30.
009620 01 WS-DUE-INT         PIC 9(8).
009630 01 WS-DUE-NUM         PIC 9(8).
009640 01 WS-DUE-NUM-X       REDEFINES WS-DUE-NUM PIC X(8).
009700 01 WS-PRIOR-BILLED    PIC 9(7) COMP-3.
009800 01 WS-TOTAL-BILLED    PIC 9(7) COMP-3.
009900 01 WS-RECV-LIMIT      PIC 9(7)V99 COMP-3.
010000 01 WS-ORD-LIMIT       PIC 9(7)V99 COMP-3.
010100 01 WS-PRICE-DIFF      PIC S9(5)V99 COMP-3.
010200 01 WS-PRICE-LIMIT     PIC 9(5)V9999 COMP-3.
010300 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
010400 01 WS-CNT-APPROVED    PIC 9(5) VALUE ZERO.
010500 01 WS-CNT-VARIANCE    PIC 9(5) VALUE ZERO.
010600 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
010700 01 WS-TOT-APPROVED    PIC S9(9)V99 COMP-3 VALUE ZERO.
010800 01 WS-TOT-VARIANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
010900 01 ED-TOT-AMOUNT      PIC -ZZZZZZZZ9,99.
011000 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART85'.
011100 01 WS-LOG-MESSAGE     PIC X(47).
011200 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
011216 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
011232 01 WS-PER-RESULT      PIC X(10).
011248 01 WS-PER-STATUS      PIC X(1).
011264 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
011280 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
011300
011400 01 L-HEADER-BLANK    PIC X(120) VALUE SPACE.
011500 01 L-SIM-TITLE.
011600    05 FILLER         PIC X(36)
011700       VALUE 'SUPPLIER INVOICES APPROVED - AS OF '.
011800    05 SIM-DATE-ED    PIC X(10).
011900    05 FILLER         PIC X(54) VALUE SPACE.
012000 01 L-SIM-HEAD.
012100    05 FILLER  PIC X(6)  VALUE 'SUPP  '.
012200    05 FILLER  PIC X(14) VALUE 'INVOICE'.
012300    05 FILLER  PIC X(8)  VALUE 'PO'.
012400    05 FILLER  PIC X(6)  VALUE 'PROD'.
012500    05 FILLER  PIC X(8)  VALUE '   QTY'.
012600    05 FILLER  PIC X(10) VALUE '    PRICE'.
012700    05 FILLER  PIC X(14) VALUE '       AMOUNT'.
012800    05 FILLER  PIC X(34) VALUE SPACE.
012900 01 L-SIM-LINE.
013000    05 SIM-SUP-ED     PIC 9(4).
013100    05 FILLER         PIC X(2)  VALUE SPACE.
013200    05 SIM-INV-ED     PIC X(12).
013300    05 FILLER         PIC X(2)  VALUE SPACE.
013400    05 SIM-PO-ED      PIC 9(6).
013500    05 FILLER         PIC X(2)  VALUE SPACE.
013600    05 SIM-PNO-ED     PIC X(3).
013700    05 FILLER         PIC X(3)  VALUE SPACE.
013800    05 SIM-QTY-ED     PIC ZZZZ9.
013900    05 FILLER         PIC X(3)  VALUE SPACE.
014000    05 SIM-PRICE-ED   PIC ZZ9,99.
014100    05 FILLER         PIC X(4)  VALUE SPACE.
014200    05 SIM-AMT-ED     PIC -ZZZZZZ9,99.
014300    05 FILLER         PIC X(37) VALUE SPACE.
014400 01 L-SIV-TITLE.
014500    05 FILLER         PIC X(36)
014600       VALUE 'SUPPLIER INVOICE VARIANCES - AS OF '.
014700    05 SIV-DATE-ED    PIC X(10).
014800    05 FILLER         PIC X(74) VALUE SPACE.
014900 01 L-SIV-HEAD.
015000    05 FILLER  PIC X(6)  VALUE 'SUPP  '.
015100    05 FILLER  PIC X(14) VALUE 'INVOICE'.
015200    05 FILLER  PIC X(8)  VALUE 'PO'.
015300    05 FILLER  PIC X(6)  VALUE 'PROD'.
015400    05 FILLER  PIC X(8)  VALUE ' BILLED'.
015500    05 FILLER  PIC X(8)  VALUE ' ORDERD'.
015600    05 FILLER  PIC X(8)  VALUE ' RECVD'.
015700    05 FILLER  PIC X(9)  VALUE '   PRICE'.
015800    05 FILLER  PIC X(9)  VALUE ' PO PRICE'.
015900    05 FILLER  PIC X(44) VALUE '  REASON'.
016000 01 L-SIV-LINE.
016100    05 SIV-SUP-ED     PIC X(4).
016200    05 FILLER         PIC X(2)  VALUE SPACE.
016300    05 SIV-INV-ED     PIC X(12).
016400    05 FILLER         PIC X(2)  VALUE SPACE.
016500    05 SIV-PO-ED      PIC X(6).
016600    05 FILLER         PIC X(2)  VALUE SPACE.
016700    05 SIV-PNO-ED     PIC X(3).
016800    05 FILLER         PIC X(3)  VALUE SPACE.
016900    05 SIV-QTY-ED     PIC ZZZZ9.
017000    05 FILLER         PIC X(3)  VALUE SPACE.
017100    05 SIV-ORD-ED     PIC ZZZZ9.
017200    05 FILLER         PIC X(3)  VALUE SPACE.
017300    05 SIV-RCV-ED     PIC ZZZZ9.
017400    05 FILLER         PIC X(3)  VALUE SPACE.
017500    05 SIV-PRICE-ED   PIC ZZ9,99.
017600    05 FILLER         PIC X(3)  VALUE SPACE.
017700    05 SIV-POPRC-ED   PIC ZZ9,99.
017800    05 FILLER         PIC X(3)  VALUE SPACE.
017900    05 SIV-REASON-ED  PIC X(30).
018000    05 FILLER         PIC X(14) VALUE SPACE.
018100
018200 PROCEDURE DIVISION.
018300
018400     PERFORM READ-TOLERANCE-PARAMETERS
018500     PERFORM OPEN-FILE
018600     PERFORM WRITE-REPORT-HEADERS
018700     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
018800     PERFORM COMMIT-SQL
018900     PERFORM CLOSE-FILE
019000     PERFORM DISPLAY-SUMMARY
019100     GOBACK.
019200
019300 OPEN-FILE.
019400     OPEN INPUT SUPINV
019500     OPEN OUTPUT REJSIN
019600     OPEN OUTPUT OUTSIM
019700     OPEN OUTPUT OUTSIV
019800     OPEN EXTEND EXCPLOG
019900     .
020000 CLOSE-FILE.
020100     CLOSE SUPINV
020200     CLOSE REJSIN
020300     CLOSE OUTSIM
020400     CLOSE OUTSIV
020500     CLOSE EXCPLOG
020600     .
020700 DISPLAY-SUMMARY.
020800     DISPLAY '===================================='
020900     DISPLAY 'PART85 SUPPLIER INVOICE MATCHING'
021000     DISPLAY 'LINES READ        : ' WS-CNT-READ
021100     DISPLAY 'LINES APPROVED    : ' WS-CNT-APPROVED
021200     MOVE WS-TOT-APPROVED TO ED-TOT-AMOUNT
021300     DISPLAY 'AMOUNT APPROVED   : ' ED-TOT-AMOUNT
021400     DISPLAY 'LINES IN VARIANCE : ' WS-CNT-VARIANCE
021500     MOVE WS-TOT-VARIANCE TO ED-TOT-AMOUNT
021600     DISPLAY 'AMOUNT IN VARIANCE: ' ED-TOT-AMOUNT
021700     DISPLAY 'LINES REJECTED    : ' WS-CNT-REJECTED
021733     DISPLAY 'CLOSED PER REFUSED: ' WS-CNT-PER-REFUSED
021766     DISPLAY 'CLOSED PER REDATED: ' WS-CNT-PER-REDATED
021800     DISPLAY '===================================='
021900     .
022000
022100******************************************************
022200*** PRCTOL = PERCENT THE BILLED PRICE MAY DIFFER    ***
022300*** FROM THE PO PRICE (DEFAULT 2). QTYTOL = PERCENT ***
022400*** THE BILLED QUANTITY MAY EXCEED WHAT WAS         ***
022500*** RECEIVED OR ORDERED (DEFAULT 0 - NEVER PAY FOR  ***
022600*** GOODS THAT HAVE NOT ARRIVED).                   ***
022700******************************************************
022800 READ-TOLERANCE-PARAMETERS.
022900     MOVE SPACES TO WS-TOL-PARM
023000     MOVE 'PRCTOL' TO WS-PGET-NAME
023033     PERFORM GET-RUN-PARM
023066     MOVE WS-PGET-VALUE TO WS-TOL-PARM
023100     IF WS-TOL-PARM NOT = SPACES
023200        AND WS-TOL-PARM IS NUMERIC
023300        MOVE WS-TOL-PARM TO WS-PRICE-TOL
023400     END-IF
023500     MOVE SPACES TO WS-TOL-PARM
023600     MOVE 'QTYTOL' TO WS-PGET-NAME
023633     PERFORM GET-RUN-PARM
023666     MOVE WS-PGET-VALUE TO WS-TOL-PARM
023700     IF WS-TOL-PARM NOT = SPACES
023800        AND WS-TOL-PARM IS NUMERIC
023900        MOVE WS-TOL-PARM TO WS-QTY-TOL
024000     END-IF
024010     MOVE SPACES TO WS-TOL-PARM
024020     MOVE 'APDAYS' TO WS-PGET-NAME
024023     PERFORM GET-RUN-PARM
024026     MOVE WS-PGET-VALUE TO WS-TOL-PARM
024030     IF WS-TOL-PARM NOT = SPACES
024040        AND WS-TOL-PARM IS NUMERIC
024050        MOVE WS-TOL-PARM TO WS-AP-DAYS
024060     END-IF
024100
024200     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
024250     CALL RUNDATE USING WS-TODAY-RAW
024300     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
024400            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
024500            INTO WS-TODAY-DASHED
024600     END-STRING
024700     .
024800
024900 WRITE-REPORT-HEADERS.
025000     MOVE WS-TODAY-DASHED TO SIM-DATE-ED
025100     WRITE ENR-OUTSIM FROM L-SIM-TITLE
025200     WRITE ENR-OUTSIM FROM L-HEADER-BLANK
025300     WRITE ENR-OUTSIM FROM L-SIM-HEAD
025400     MOVE WS-TODAY-DASHED TO SIV-DATE-ED
025500     WRITE ENR-OUTSIV FROM L-SIV-TITLE
025600     WRITE ENR-OUTSIV FROM L-HEADER-BLANK
025700     WRITE ENR-OUTSIV FROM L-SIV-HEAD
025800     .
025900
026000 TRAITEMENT-FICHIER.
026100     READ SUPINV AT END
026200        SET END-OF-FILE TO TRUE
026300     NOT AT END
026400        PERFORM TRAITEMENT-LIGNE
026500     END-READ
026600     .
026700
026800 TRAITEMENT-LIGNE.
026900     ADD 1 TO WS-CNT-READ
027000     MOVE SPACES TO WS-DATA
027100     UNSTRING SUPINV-RECORD
027200        DELIMITED BY DELIMITER-VAR
027300        INTO WS-SUP-NO-TEXT
027400             WS-INV-NO-TEXT
027500             WS-PO-NO-TEXT
027600             WS-PROD-NO
027700             WS-QTY-TEXT
027800             WS-PRICE-TEXT
027900             WS-INV-DATE-TEXT
028000     END-UNSTRING
028100     INSPECT WS-PRICE-TEXT CONVERTING '.' TO ','
028200     PERFORM VALIDATE-LIGNE
028300     IF LIGNE-VALIDE
028400        PERFORM MATCH-INVOICE-LINE
028500     ELSE
028600        PERFORM WRITE-REJECT
028700     END-IF
028800     .
028900
029000 VALIDATE-LIGNE.
029100     SET LIGNE-VALIDE TO TRUE
029200     EVALUATE TRUE
029300        WHEN WS-SUP-NO-TEXT = SPACES
029400          OR WS-SUP-NO-TEXT IS NOT NUMERIC
029500             MOVE 'NO FOURNISSEUR INVALIDE' TO WS-REJECT-REASON
029600             SET LIGNE-INVALIDE TO TRUE
029700        WHEN WS-INV-NO-TEXT = SPACES
029800             MOVE 'NO FACTURE MANQUANT' TO WS-REJECT-REASON
029900             SET LIGNE-INVALIDE TO TRUE
030000        WHEN WS-PO-NO-TEXT = SPACES
030100          OR WS-PO-NO-TEXT IS NOT NUMERIC
030200             MOVE 'NO COMMANDE INVALIDE' TO WS-REJECT-REASON
030300             SET LIGNE-INVALIDE TO TRUE
030400        WHEN WS-PROD-NO = SPACES
030500             MOVE 'PRODUIT MANQUANT' TO WS-REJECT-REASON
030600             SET LIGNE-INVALIDE TO TRUE
030700        WHEN WS-QTY-TEXT = SPACES
030800          OR FUNCTION TEST-NUMVAL(WS-QTY-TEXT) NOT = ZERO
030900             MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
031000             SET LIGNE-INVALIDE TO TRUE
031100        WHEN WS-PRICE-TEXT = SPACES
031200          OR FUNCTION TEST-NUMVAL-C(WS-PRICE-TEXT) NOT = ZERO
031300             MOVE 'PRIX INVALIDE' TO WS-REJECT-REASON
031400             SET LIGNE-INVALIDE TO TRUE
031500        WHEN WS-INV-DATE-TEXT = SPACES
031600             MOVE WS-TODAY-DASHED TO WS-INV-DATE
031700        WHEN OTHER
031800             CALL P2DDATE USING BY CONTENT WS-INV-DATE-TEXT
031900                                BY REFERENCE WS-INV-DATE
032000             IF WS-INV-DATE(1:7) = 'INVALID'
032100                MOVE 'DATE FACTURE INVALIDE' TO WS-REJECT-REASON
032200                SET LIGNE-INVALIDE TO TRUE
032300             END-IF
032400     END-EVALUATE
032500     IF LIGNE-VALIDE
032600        COMPUTE WS-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
032700        COMPUTE WS-PRICE = FUNCTION NUMVAL-C(WS-PRICE-TEXT)
032800        IF WS-QTY = ZERO
032900           MOVE 'QUANTITE NULLE' TO WS-REJECT-REASON
033000           SET LIGNE-INVALIDE TO TRUE
033100        END-IF
033200     END-IF
033225     IF LIGNE-VALIDE
033250        PERFORM CHECK-POSTING-PERIOD
033275     END-IF
033300     .
033304
033308******************************************************
033312*** A LINE DATED IN A MONTH PART23 HAS CLOSED IS    ***
033316*** REFUSED OR RE-DATED TO THE NEXT OPEN MONTH, AS  ***
033320*** THIS PROGRAM'S PERIOD_POLICY ROW SAYS (PERCHK). ***
033324******************************************************
033328 CHECK-POSTING-PERIOD.
033332     CALL PERCHK USING WS-LOG-PROGID WS-INV-DATE
033336                       WS-PER-RESULT WS-PER-STATUS
033340     EVALUATE WS-PER-STATUS
033344        WHEN 'N'
033348             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
033352             SET LIGNE-INVALIDE TO TRUE
033356             ADD 1 TO WS-CNT-PER-REFUSED
033360        WHEN 'D'
033364             DISPLAY 'DATE REPORTEE : ' WS-INV-DATE ' -> '
033368                     WS-PER-RESULT ' FACTURE ' WS-INV-NO-TEXT
033372             MOVE WS-PER-RESULT TO WS-INV-DATE
033376             ADD 1 TO WS-CNT-PER-REDATED
033380     END-EVALUATE
033384     .
033400
033500******************************************************
033600*** THE PO LINE MUST EXIST AND BELONG TO THE        ***
033700*** BILLING SUPPLIER; THE LINE MUST NOT ALREADY BE  ***
033800*** ON FILE; THEN PRICE AND QUANTITY ARE TESTED.    ***
033900*** THE FIRST FAILING TEST IS THE REASON REPORTED.  ***
034000******************************************************
034100 MATCH-INVOICE-LINE.
034200     SET LINE-MATCHED TO TRUE
034300     MOVE SPACES TO WS-VARIANCE-REASON
034400     MOVE ZERO TO POL-QTY-ORDERED POL-QTY-RECEIVED
034500                  POL-UNIT-PRICE
034600     MOVE WS-PO-NO-TEXT TO POL-PO-NO
034700     MOVE WS-PROD-NO    TO POL-P-NO
034800     PERFORM FETCH-PO-LINE
034900     IF LINE-MATCHED
035000        PERFORM CHECK-DUPLICATE-LINE
035100     END-IF
035200     IF LINE-MATCHED
035300        PERFORM CHECK-QUANTITY-BILLED
035400     END-IF
035500     IF LINE-MATCHED
035600        PERFORM CHECK-PRICE-BILLED
035700     END-IF
035800     IF LINE-MATCHED
035900        PERFORM APPROVE-INVOICE-LINE
036000     ELSE
036100        PERFORM WRITE-VARIANCE-LINE
036200     END-IF
036300     .
036400
036500 FETCH-PO-LINE.
036600     EXEC SQL
036700        SELECT P.SUP_NO, L.QTY_ORDERED, L.QTY_RECEIVED,
036800               COALESCE(L.UNIT_PRICE, 0)
036900             INTO :PO-SUP-NO, :POL-QTY-ORDERED,
037000                  :POL-QTY-RECEIVED, :POL-UNIT-PRICE
037100        FROM API5.PO_LINES L
037200        JOIN API5.PURCHASE_ORDERS P
037300        ON L.PO_NO = P.PO_NO
037400        WHERE L.PO_NO = :POL-PO-NO
037500        AND   L.P_NO  = :POL-P-NO
037600     END-EXEC
037700     EVALUATE TRUE
037800        WHEN SQLCODE = ZERO
037900             IF PO-SUP-NO NOT = WS-SUP-NO-TEXT
038000                MOVE 'PO D UN AUTRE FOURNISSEUR'
038100                  TO WS-VARIANCE-REASON
038200                SET LINE-VARIANCE TO TRUE
038300             END-IF
038325             IF POL-UNIT-PRICE = ZERO
038350                PERFORM GET-PRODUCT-COST
038375             END-IF
038400        WHEN SQLCODE = +100
038500             MOVE 'LIGNE PO INCONNUE' TO WS-VARIANCE-REASON
038600             SET LINE-VARIANCE TO TRUE
038700        WHEN OTHER
038800             DISPLAY 'ANOMALIE GRAVE PO LINE : ' SQLCODE
038900             MOVE 'ANOMALIE PO LINE' TO WS-LOG-MESSAGE
039000             PERFORM LOG-EXCEPTION
039100             PERFORM ABEND-PROG
039200     END-EVALUATE
039300     .
039304
039308******************************************************
039312*** A PO LINE RAISED BEFORE PART64 KEPT THE PRICE   ***
039316*** HAS NONE - THE PRODUCT'S COST, WHICH PART64     ***
039320*** USES AS ITS DEFAULT, STANDS IN FOR IT.          ***
039324******************************************************
039328 GET-PRODUCT-COST.
039332     EXEC SQL
039336        SELECT COALESCE(COST, 0) INTO :POL-UNIT-PRICE
039340        FROM API5.PRODUCTS
039344        WHERE P_NO = :POL-P-NO
039348     END-EXEC
039352     EVALUATE TRUE
039356        WHEN SQLCODE = ZERO
039360             CONTINUE
039364        WHEN SQLCODE = +100
039368             MOVE ZERO TO POL-UNIT-PRICE
039372        WHEN OTHER
039376             DISPLAY 'ANOMALIE GRAVE PRODUCT COST : ' SQLCODE
039380             MOVE 'ANOMALIE PRODUCT COST' TO WS-LOG-MESSAGE
039384             PERFORM LOG-EXCEPTION
039388             PERFORM ABEND-PROG
039392     END-EVALUATE
039396     .
039400
039500 CHECK-DUPLICATE-LINE.
039600     MOVE WS-SUP-NO-TEXT TO SINV-SUP-NO
039700     MOVE WS-INV-NO-TEXT TO SINV-INV-NO
039800     MOVE ZERO TO WS-DUP-COUNT
039900     EXEC SQL
040000        SELECT COUNT(*) INTO :WS-DUP-COUNT
040100        FROM API5.SUPPLIER_INVOICES
040200        WHERE SUP_NO = :SINV-SUP-NO
040300        AND   INV_NO = :SINV-INV-NO
040400        AND   PO_NO  = :POL-PO-NO
040500        AND   P_NO   = :POL-P-NO
040600     END-EXEC
040700     PERFORM TEST-SQLCODE
040800     IF WS-DUP-COUNT > ZERO
040900        MOVE 'LIGNE DEJA FACTUREE' TO WS-VARIANCE-REASON
041000        SET LINE-VARIANCE TO TRUE
041100     END-IF
041200     .
041300
041400******************************************************
041500*** THE QUANTITY TEST IS CUMULATIVE : WHAT THIS     ***
041600*** LINE BILLS PLUS WHAT EARLIER INVOICES ALREADY   ***
041700*** BILLED ON THE SAME PO LINE.                     ***
041800******************************************************
041900 CHECK-QUANTITY-BILLED.
042000     MOVE ZERO TO WS-PRIOR-BILLED
042100     EXEC SQL
042200        SELECT COALESCE(SUM(QTY), 0) INTO :WS-PRIOR-BILLED
042300        FROM API5.SUPPLIER_INVOICES
042400        WHERE PO_NO = :POL-PO-NO
042500        AND   P_NO  = :POL-P-NO
042600     END-EXEC
042700     PERFORM TEST-SQLCODE
042800     COMPUTE WS-TOTAL-BILLED = WS-PRIOR-BILLED + WS-QTY
042900     COMPUTE WS-ORD-LIMIT =
043000             POL-QTY-ORDERED * (100 + WS-QTY-TOL) / 100
043100     COMPUTE WS-RECV-LIMIT =
043200             POL-QTY-RECEIVED * (100 + WS-QTY-TOL) / 100
043300     EVALUATE TRUE
043400        WHEN WS-TOTAL-BILLED > WS-ORD-LIMIT
043500             MOVE 'QTE FACTUREE > COMMANDEE'
043600               TO WS-VARIANCE-REASON
043700             SET LINE-VARIANCE TO TRUE
043800        WHEN WS-TOTAL-BILLED > WS-RECV-LIMIT
043900             MOVE 'QTE FACTUREE > RECUE'
044000               TO WS-VARIANCE-REASON
044100             SET LINE-VARIANCE TO TRUE
044200     END-EVALUATE
044300     .
044400
044500 CHECK-PRICE-BILLED.
044600     COMPUTE WS-PRICE-DIFF = WS-PRICE - POL-UNIT-PRICE
044700     COMPUTE WS-PRICE-LIMIT =
044800             POL-UNIT-PRICE * WS-PRICE-TOL / 100
044900     EVALUATE TRUE
044916*       NO PRICE ON THE PO LINE NOR ON THE PRODUCT - NOTHING
044932*       TO TEST THE TOLERANCE AGAINST.
044948        WHEN POL-UNIT-PRICE = ZERO
044964             MOVE 'PRIX PO INCONNU' TO WS-VARIANCE-REASON
044980             SET LINE-VARIANCE TO TRUE
045000        WHEN WS-PRICE-DIFF > WS-PRICE-LIMIT
045100             MOVE 'PRIX SUPERIEUR AU PO' TO WS-VARIANCE-REASON
045200             SET LINE-VARIANCE TO TRUE
045300        WHEN (ZERO - WS-PRICE-DIFF) > WS-PRICE-LIMIT
045400             MOVE 'PRIX INFERIEUR AU PO' TO WS-VARIANCE-REASON
045500             SET LINE-VARIANCE TO TRUE
045600     END-EVALUATE
045700     .
045800
045900 APPROVE-INVOICE-LINE.
046000     MOVE WS-SUP-NO-TEXT  TO SINV-SUP-NO
046100     MOVE WS-INV-NO-TEXT  TO SINV-INV-NO
046200     MOVE POL-PO-NO       TO SINV-PO-NO
046300     MOVE POL-P-NO        TO SINV-P-NO
046400     MOVE WS-QTY          TO SINV-QTY
046500     MOVE WS-PRICE        TO SINV-UNIT-PRICE
046600     COMPUTE SINV-AMOUNT = WS-QTY * WS-PRICE
046700     MOVE WS-INV-DATE     TO SINV-INV-DATE
046800     MOVE WS-TODAY-DASHED TO SINV-MATCH-DATE
046900     MOVE 'A'             TO SINV-STATUS
047000     EXEC SQL
047100         INSERT INTO API5.SUPPLIER_INVOICES
047200         (SUP_NO, INV_NO, PO_NO, P_NO, QTY, UNIT_PRICE,
047300          AMOUNT, INV_DATE, MATCH_DATE, STATUS)
047400         VALUES(:SINV-SUP-NO,
047500                :SINV-INV-NO,
047600                :SINV-PO-NO,
047700                :SINV-P-NO,
047800                :SINV-QTY,
047900                :SINV-UNIT-PRICE,
048000                :SINV-AMOUNT,
048100                :SINV-INV-DATE,
048200                :SINV-MATCH-DATE,
048300                :SINV-STATUS)
048400     END-EXEC
048500     EVALUATE TRUE
048600        WHEN SQLCODE = ZERO
048700             ADD 1 TO WS-CNT-APPROVED
048800             ADD SINV-AMOUNT TO WS-TOT-APPROVED
048810             PERFORM POST-AP-OPEN-ITEM
048900             PERFORM WRITE-APPROVED-LINE
049000        WHEN OTHER
049100             DISPLAY 'ANOMALIE GRAVE INSERT SUP INV : ' SQLCODE
049200             MOVE 'ANOMALIE INSERT SUP INV' TO WS-LOG-MESSAGE
049300             PERFORM LOG-EXCEPTION
049400             PERFORM ABEND-PROG
049500     END-EVALUATE
049600     .
049700
049610******************************************************
049620*** THE INVOICE'S PAYABLE - THE FIRST APPROVED LINE ***
049630*** OPENS IT, LATER LINES OF THE SAME INVOICE ADD   ***
049640*** TO IT. DUE DATE = INVOICE DATE + APDAYS.        ***
049650******************************************************
049660 POST-AP-OPEN-ITEM.
049670     MOVE SINV-SUP-NO TO APIT-SUP-NO
049680     MOVE SINV-INV-NO TO APIT-INV-NO
049690     EXEC SQL
049700        UPDATE API5.AP_OPEN_ITEMS
049710        SET ORIG_AMOUNT = ORIG_AMOUNT + :SINV-AMOUNT,
049720            OPEN_AMOUNT = OPEN_AMOUNT + :SINV-AMOUNT
049730        WHERE SUP_NO = :APIT-SUP-NO
049740        AND   INV_NO = :APIT-INV-NO
049750        AND   STATUS = 'O'
049760     END-EXEC
049770     IF SQLCODE = +100
049780        MOVE SINV-INV-DATE(1:4) TO WS-DUE-NUM-X(1:4)
049790        MOVE SINV-INV-DATE(6:2) TO WS-DUE-NUM-X(5:2)
049800        MOVE SINV-INV-DATE(9:2) TO WS-DUE-NUM-X(7:2)
049810        COMPUTE WS-DUE-INT =
049820                FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) + WS-AP-DAYS
049830        COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
049840        MOVE SPACES TO APIT-DUE-DATE
049850        STRING WS-DUE-NUM-X(1:4) '-' WS-DUE-NUM-X(5:2) '-'
049860               WS-DUE-NUM-X(7:2) DELIMITED BY SIZE
049870               INTO APIT-DUE-DATE
049880        END-STRING
049890        MOVE SINV-INV-DATE TO APIT-INV-DATE
049900        MOVE SINV-AMOUNT   TO APIT-ORIG-AMT
049910        MOVE SINV-AMOUNT   TO APIT-OPEN-AMT
049920        MOVE 'O'           TO APIT-STATUS
049930        EXEC SQL
049940           INSERT INTO API5.AP_OPEN_ITEMS
049950           (SUP_NO, INV_NO, INV_DATE, DUE_DATE, ORIG_AMOUNT,
049960            OPEN_AMOUNT, STATUS)
049970           VALUES(:APIT-SUP-NO,
049980                  :APIT-INV-NO,
049990                  :APIT-INV-DATE,
050000                  :APIT-DUE-DATE,
050010                  :APIT-ORIG-AMT,
050020                  :APIT-OPEN-AMT,
050030                  :APIT-STATUS)
050040        END-EXEC
050050     END-IF
050060     IF SQLCODE < ZERO
050070        DISPLAY 'ANOMALIE GRAVE AP OPEN ITEM : ' SQLCODE
050080        MOVE 'ANOMALIE AP OPEN ITEM' TO WS-LOG-MESSAGE
050090        PERFORM LOG-EXCEPTION
050100        PERFORM ABEND-PROG
050110     END-IF
050120     .
050130
050140 WRITE-APPROVED-LINE.
049900     MOVE SINV-SUP-NO     TO SIM-SUP-ED
050000     MOVE SINV-INV-NO     TO SIM-INV-ED
050100     MOVE SINV-PO-NO      TO SIM-PO-ED
050200     MOVE SINV-P-NO       TO SIM-PNO-ED
050300     MOVE SINV-QTY        TO SIM-QTY-ED
050400     MOVE SINV-UNIT-PRICE TO SIM-PRICE-ED
050500     MOVE SINV-AMOUNT     TO SIM-AMT-ED
050600     WRITE ENR-OUTSIM FROM L-SIM-LINE
050700     .
050800
050900 WRITE-VARIANCE-LINE.
051000     ADD 1 TO WS-CNT-VARIANCE
051100     COMPUTE WS-TOT-VARIANCE = WS-TOT-VARIANCE
051200                             + WS-QTY * WS-PRICE
051300     MOVE WS-SUP-NO-TEXT     TO SIV-SUP-ED
051400     MOVE WS-INV-NO-TEXT     TO SIV-INV-ED
051500     MOVE WS-PO-NO-TEXT      TO SIV-PO-ED
051600     MOVE WS-PROD-NO         TO SIV-PNO-ED
051700     MOVE WS-QTY             TO SIV-QTY-ED
051800     MOVE POL-QTY-ORDERED    TO SIV-ORD-ED
051900     MOVE POL-QTY-RECEIVED   TO SIV-RCV-ED
052000     MOVE WS-PRICE           TO SIV-PRICE-ED
052100     MOVE POL-UNIT-PRICE     TO SIV-POPRC-ED
052200     MOVE WS-VARIANCE-REASON TO SIV-REASON-ED
052300     WRITE ENR-OUTSIV FROM L-SIV-LINE
052400     .
052500
052600 WRITE-REJECT.
052700     STRING SUPINV-RECORD DELIMITED BY SIZE
052800            ' - ' DELIMITED BY SIZE
052900            WS-REJECT-REASON DELIMITED BY SIZE
053000         INTO WS-REJECT-OUT
053100     END-STRING
053200     MOVE WS-REJECT-OUT TO REJSIN-RECORD
053300     WRITE REJSIN-RECORD
053400     DISPLAY 'FACTURE FOURNISSEUR REJETEE : ' WS-REJECT-REASON
053500     ADD 1 TO WS-CNT-REJECTED
053600     .
053700
053800 COMMIT-SQL.
053900     EXEC SQL COMMIT END-EXEC
054000     PERFORM TEST-SQLCODE
054100     .
054200
054300 TEST-SQLCODE.
054400     EVALUATE TRUE
054500        WHEN SQLCODE = ZERO
054600             CONTINUE
054700        WHEN SQLCODE > ZERO
054800             IF SQLCODE = 100
054900                CONTINUE
055000             ELSE
055100                DISPLAY 'WARNING : ' SQLCODE
055200                MOVE 'WARNING' TO WS-LOG-MESSAGE
055300                PERFORM LOG-EXCEPTION
055400             END-IF
055500        WHEN OTHER
055600             DISPLAY 'ANOMALIE : ' SQLCODE
055700             MOVE 'ANOMALIE' TO WS-LOG-MESSAGE
055800             PERFORM LOG-EXCEPTION
055900             PERFORM ABEND-PROG
056000     END-EVALUATE.
056100
056200 ABEND-PROG.
056300     EXEC SQL ROLLBACK END-EXEC
056400     DISPLAY 'PART85 ABENDING - SEE SQLCODE ABOVE'
056500     MOVE 16 TO RETURN-CODE
056600     STOP RUN.
056700
056800******************************************************
056900*** WRITES ONE TIMESTAMPED ROW TO THE SHARED       ***
057000*** EXCPLOG FILE FOR EVERY WARNING/ABEND SQLCODE   ***
057100*** THIS PROGRAM ENCOUNTERS.                       ***
057200******************************************************
057300 LOG-EXCEPTION.
057400     ACCEPT EXCPLOG-DATE FROM DATE YYYYMMDD
057500     ACCEPT EXCPLOG-TIME FROM TIME
057600     MOVE WS-LOG-PROGID  TO EXCPLOG-PROGID
057700     MOVE SQLCODE        TO EXCPLOG-SQLCODE
057800     IF SQLCODE < ZERO
057900        MOVE 'E' TO EXCPLOG-SEVERITY
058000     ELSE
058100        MOVE 'W' TO EXCPLOG-SEVERITY
058200     END-IF
058300     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
058400     WRITE EXCPLOG-RECORD
058500     .
058600
058700******************************************************
058800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
058900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
059000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
059100******************************************************
059200 GET-RUN-PARM.
059300     MOVE RETURN-CODE TO WS-PGET-RETCODE
059400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
059500                        WS-PGET-VALUE
059600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
059700     MOVE WS-PGET-RETCODE TO RETURN-CODE
059800     .
