000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART103.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CUSTOMER-SPECIFIC PRICE SHEET   *
000600*              FOR THE SALES REPS. FOR ONE CUSTOMER (PSCUST) OR  *
000700*              EVERY CUSTOMER OF A REP (PSREP, FROM              *
000800*              API5.TERRITORY) EACH ACTIVE PRODUCT IS LISTED     *
000900*              WITH ITS CATALOG PRICE, THE PRICE THE CUSTOMER    *
001000*              PAYS TODAY AND WHY (CONTRACT, PROMO OR CATALOG -  *
001100*              THE PART2 PRECEDENCE), THE CONTRACT END DATE, AND *
001200*              THE TAX-INCLUSIVE PRICE IN THE CUSTOMER'S BILLING *
001300*              CURRENCY (MARKET OF THEIR LATEST ORDER, MAPPED AS *
001400*              PART7 DOES, TAX EXEMPTION HONOURED). PRINTED ON   *
001500*              FICPSH AND WRITTEN ';' SEPARATED TO PSHCSV FOR    *
001600*              E-MAIL.                                           *
001620* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001640*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001660*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001680*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001682* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001684*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001686*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001688*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001690*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001692*              FOR THE PART131 REPORT.                           *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
002100     DECIMAL-POINT IS COMMA.
002200
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OUTPSH ASSIGN TO FICPSH.
002600     SELECT PSHCSV ASSIGN TO PSHCSV
002700      ORGANIZATION IS SEQUENTIAL.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD OUTPSH.
003200 01 ENR-OUTPSH PIC X(100).
003300 FD PSHCSV.
003400 01 PSHCSV-RECORD PIC X(100).
003500
003600 WORKING-STORAGE SECTION.
003700     EXEC SQL
003800        INCLUDE SQLCA
003900     END-EXEC.
004000     EXEC SQL
004100        INCLUDE CUSTOMER
004200     END-EXEC.
004300     EXEC SQL
004400        INCLUDE PRODUCTS
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE CONTRACT
004800     END-EXEC.
004900     EXEC SQL
005000        INCLUDE PROMO
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE TAXRATE
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE RATES
005700     END-EXEC.
005800     EXEC SQL
005900        INCLUDE TAXEXMP
006000     END-EXEC.
006100
006200******************************************************
006300*** THE CUSTOMER ASKED FOR (PSCUST), OR EVERY LIVE  ***
006400*** CUSTOMER OF THE REP ASKED FOR (PSREP).          ***
006500******************************************************
006600     EXEC SQL
006700        DECLARE CPSCUS CURSOR
006800        FOR
006900        SELECT C.C_NO, C.NAME
007000        FROM API5.CUSTOMERS C
007100        WHERE COALESCE(C.MERGED_INTO, 0) = 0
007200        AND  (C.C_NO = :WS-SEL-CUST
007300              OR (:WS-SEL-CUST = 0
007400                  AND C.C_NO IN
007500                      (SELECT T.C_NO FROM API5.TERRITORY T
007600                       WHERE T.E_NO = :WS-SEL-REP)))
007700        ORDER BY C.C_NO
007800     END-EXEC.
007900
008000******************************************************
008100*** EVERY ACTIVE PRODUCT WITH THE CUSTOMER'S        ***
008200*** CONTRACT AND ANY PROMOTION IN EFFECT TODAY.     ***
008300******************************************************
008400     EXEC SQL
008500        DECLARE CPSPRD CURSOR
008600        FOR
008700        SELECT P.P_NO, P.DESCRIPTION, P.PRICE,
008800               COALESCE(K.PRICE, 0), COALESCE(K.END_DATE, ' '),
008900               COALESCE(M.DISCOUNT_PCT, 0),
009000               COALESCE(M.PROMO_PRICE, 0),
009100               COALESCE(M.END_DATE, ' ')
009200        FROM API5.PRODUCTS P
009300        LEFT OUTER JOIN API5.CONTRACT_PRICES K
009400        ON  K.P_NO = P.P_NO
009500        AND K.C_NO = :CUS-NO
009600        AND K.EFF_DATE <= :WS-TODAY-DASHED
009700        AND K.END_DATE >= :WS-TODAY-DASHED
009800        LEFT OUTER JOIN API5.PROMOTIONS M
009900        ON  M.P_NO = P.P_NO
010000        AND M.EFF_DATE <= :WS-TODAY-DASHED
010100        AND M.END_DATE >= :WS-TODAY-DASHED
010200        WHERE P.ACTIVE <> 'I'
010300        ORDER BY P.P_NO
010400     END-EXEC.
010500
010600 77 WS-TODAY-RAW      PIC X(08).
010650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
010658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
010666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART103'.
010674 77 WS-PGET-NAME      PIC X(12).
010682 77 WS-PGET-VALUE     PIC X(40).
010690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
010700 77 WS-TODAY-DASHED   PIC X(10).
010800 77 WS-CUST-PARM      PIC X(4).
010900 77 WS-REP-PARM       PIC X(2).
011000 77 WS-SEL-CUST       PIC 9(4) VALUE ZERO.
011100 77 WS-SEL-REP        PIC 9(2) VALUE ZERO.
011200 77 WS-MARKET         PIC X(2).
011300 77 WS-TAX-DEFAULT-KEY PIC X(3) VALUE '***'.
011400 77 WS-RATE           PIC 9V9999.
011500 77 WS-BASIS          PIC X(8).
011600 77 WS-NET-PRICE      PIC 9(3)V99.
011700 77 WS-GROSS-CCY      PIC 9(7)V99.
011800 77 WS-CSV-AMT-ED     PIC 9(7),99.
011900 77 WS-CSV-PCT-ED     PIC 99,99.
012000 77 WS-EXEMPT-SW      PIC X VALUE 'N'.
012100    88 CUSTOMER-EXEMPT  VALUE 'O'.
012200    88 CUSTOMER-TAXED   VALUE 'N'.
012300 77 WS-CNT-CUSTOMERS  PIC 9(5) VALUE ZERO.
012400 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
012500
012600 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
012700 01 L-TITLE-LINE.
012800    05 FILLER         PIC X(24) VALUE 'CUSTOMER PRICE SHEET -  '.
012900    05 TITLE-CNO-ED   PIC 9(4).
013000    05 FILLER         PIC X(1)  VALUE SPACE.
013100    05 TITLE-NAME-ED  PIC X(30).
013200    05 FILLER         PIC X(13) VALUE ' - PRICES ON '.
013300    05 TITLE-DATE-ED  PIC X(10).
013400    05 FILLER         PIC X(18) VALUE SPACE.
013500 01 L-TERMS-LINE.
013600    05 FILLER         PIC X(9)  VALUE 'MARKET : '.
013700    05 TRM-MKT-ED     PIC X(2).
013800    05 FILLER         PIC X(15) VALUE '   CURRENCY : '.
013900    05 TRM-CCY-ED     PIC X(2).
014000    05 FILLER         PIC X(11) VALUE '   RATE : '.
014100    05 TRM-RATE-ED    PIC 9,9999.
014200    05 FILLER         PIC X(3)  VALUE SPACE.
014300    05 TRM-EXEMPT-ED  PIC X(20).
014400    05 FILLER         PIC X(32) VALUE SPACE.
014500 01 L-COLUMN-HEAD1.
014600    05 FILLER  PIC X(4)  VALUE 'PROD'.
014700    05 FILLER  PIC X(21) VALUE ' DESCRIPTION'.
014800    05 FILLER  PIC X(10) VALUE '   CATALOG'.
014900    05 FILLER  PIC X(10) VALUE '  YOUR PR.'.
015000    05 FILLER  PIC X(10) VALUE '  BASIS'.
015100    05 FILLER  PIC X(12) VALUE 'CONTRACT END'.
015200    05 FILLER  PIC X(7)  VALUE '   TAX%'.
015300    05 FILLER  PIC X(14) VALUE '   GROSS IN'.
015400    05 COL-CCY-ED  PIC X(2).
015500    05 FILLER  PIC X(10) VALUE SPACE.
015600 01 L-DETAIL-LINE.
015700    05 DET-PNO-ED     PIC X(3).
015800    05 FILLER         PIC X(2)  VALUE SPACE.
015900    05 DET-DESC-ED    PIC X(20).
016000    05 FILLER         PIC X(2)  VALUE SPACE.
016100    05 DET-CAT-ED     PIC ZZZ9,99.
016200    05 FILLER         PIC X(3)  VALUE SPACE.
016300    05 DET-PRICE-ED   PIC ZZZ9,99.
016400    05 FILLER         PIC X(2)  VALUE SPACE.
016500    05 DET-BASIS-ED   PIC X(8).
016600    05 FILLER         PIC X(2)  VALUE SPACE.
016700    05 DET-END-ED     PIC X(10).
016800    05 FILLER         PIC X(2)  VALUE SPACE.
016900    05 DET-TAX-ED     PIC Z9,99.
017000    05 FILLER         PIC X(3)  VALUE SPACE.
017100    05 DET-GROSS-ED   PIC ZZZZZZ9,99.
017200    05 FILLER         PIC X(14) VALUE SPACE.
017300 01 L-CSV-LINE.
017400    05 CSV-CNO-ED     PIC 9(4).
017500    05 FILLER         PIC X(1)  VALUE ';'.
017600    05 CSV-PNO-ED     PIC X(3).
017700    05 FILLER         PIC X(1)  VALUE ';'.
017800    05 CSV-DESC-ED    PIC X(20).
017900    05 FILLER         PIC X(1)  VALUE ';'.
018000    05 CSV-CAT-ED     PIC X(10).
018100    05 FILLER         PIC X(1)  VALUE ';'.
018200    05 CSV-PRICE-ED   PIC X(10).
018300    05 FILLER         PIC X(1)  VALUE ';'.
018400    05 CSV-BASIS-ED   PIC X(8).
018500    05 FILLER         PIC X(1)  VALUE ';'.
018600    05 CSV-END-ED     PIC X(10).
018700    05 FILLER         PIC X(1)  VALUE ';'.
018800    05 CSV-TAX-ED     PIC X(5).
018900    05 FILLER         PIC X(1)  VALUE ';'.
019000    05 CSV-GROSS-ED   PIC X(10).
019100    05 FILLER         PIC X(1)  VALUE ';'.
019200    05 CSV-CCY-ED     PIC X(2).
019300    05 FILLER         PIC X(8)  VALUE SPACE.
019400
019500 PROCEDURE DIVISION.
019600     PERFORM INITIALIZE-PARAMETERS
019700
019800     OPEN OUTPUT OUTPSH
019900     OPEN OUTPUT PSHCSV
020000
020100     EXEC SQL
020200        OPEN CPSCUS
020300     END-EXEC
020400     PERFORM TEST-SQLCODE
020500
020600     PERFORM FETCH-NEXT-CUSTOMER
020700     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
020800        PERFORM PRINT-CUSTOMER-SHEET
020900        PERFORM FETCH-NEXT-CUSTOMER
021000     END-PERFORM
021100
021200     EXEC SQL
021300        CLOSE CPSCUS
021400     END-EXEC
021500     PERFORM TEST-SQLCODE
021600
021700     CLOSE OUTPSH
021800     CLOSE PSHCSV
021900
022000     DISPLAY 'PART103 : CUSTOMERS PRICED : ' WS-CNT-CUSTOMERS
022100     DISPLAY 'PART103 : PRICE LINES      : ' WS-CNT-LINES
022200     IF WS-CNT-CUSTOMERS = ZERO
022300        DISPLAY 'AUCUN CLIENT POUR CETTE SELECTION'
022400        MOVE 8 TO RETURN-CODE
022500     END-IF
022600     GOBACK.
022700
022800******************************************************
022900*** PSCUST = ONE CUSTOMER; OTHERWISE PSREP = EVERY  ***
023000*** CUSTOMER OF THAT REP. ONE OF THEM IS NEEDED.    ***
023100******************************************************
023200 INITIALIZE-PARAMETERS.
023300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
023350     CALL RUNDATE USING WS-TODAY-RAW
023400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
023500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
023600            INTO WS-TODAY-DASHED
023700     END-STRING
023800
023900     MOVE SPACES TO WS-CUST-PARM
024000     MOVE 'PSCUST' TO WS-PGET-NAME
024033     PERFORM GET-RUN-PARM
024066     MOVE WS-PGET-VALUE TO WS-CUST-PARM
024100     IF WS-CUST-PARM NOT = SPACES
024200        AND FUNCTION TEST-NUMVAL(WS-CUST-PARM) = ZERO
024300        COMPUTE WS-SEL-CUST = FUNCTION NUMVAL(WS-CUST-PARM)
024400     END-IF
024500     MOVE SPACES TO WS-REP-PARM
024600     MOVE 'PSREP' TO WS-PGET-NAME
024633     PERFORM GET-RUN-PARM
024666     MOVE WS-PGET-VALUE TO WS-REP-PARM
024700     IF WS-REP-PARM NOT = SPACES
024800        AND FUNCTION TEST-NUMVAL(WS-REP-PARM) = ZERO
024900        COMPUTE WS-SEL-REP = FUNCTION NUMVAL(WS-REP-PARM)
025000     END-IF
025100     IF WS-SEL-CUST = ZERO AND WS-SEL-REP = ZERO
025200        DISPLAY 'PSCUST OU PSREP OBLIGATOIRE'
025300        MOVE 8 TO RETURN-CODE
025400        STOP RUN
025500     END-IF
025600     .
025700
025800 FETCH-NEXT-CUSTOMER.
025900     EXEC SQL
026000        FETCH CPSCUS
026100        INTO :CUS-NO, :CUS-NAME
026200     END-EXEC
026300     PERFORM TEST-SQLCODE
026400     .
026500
026600 PRINT-CUSTOMER-SHEET.
026700     ADD 1 TO WS-CNT-CUSTOMERS
026800     PERFORM RESOLVE-CUSTOMER-TERMS
026900     PERFORM WRITE-SHEET-HEADER
027000
027100     EXEC SQL
027200        OPEN CPSPRD
027300     END-EXEC
027400     PERFORM TEST-SQLCODE
027500     PERFORM FETCH-NEXT-PRODUCT
027600     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
027700        PERFORM PRICE-ONE-PRODUCT
027800        PERFORM FETCH-NEXT-PRODUCT
027900     END-PERFORM
028000     EXEC SQL
028100        CLOSE CPSPRD
028200     END-EXEC
028300     PERFORM TEST-SQLCODE
028400     MOVE ZERO TO SQLCODE
028500     .
028600
028700******************************************************
028800*** THE CUSTOMER'S MARKET IS THAT OF THEIR LATEST   ***
028900*** ORDER (US WHEN THEY HAVE NONE); IT NAMES THE    ***
029000*** TAX JURISDICTION AND THE BILLING CURRENCY THE   ***
029100*** WAY PART7 DOES (EU/AS IN EUROS, US/PT IN        ***
029200*** DOLLARS). A TAX CERTIFICATE IN FORCE TODAY      ***
029300*** MAKES EVERY PRICE TAX-FREE, AS IN PART2.        ***
029400******************************************************
029500 RESOLVE-CUSTOMER-TERMS.
029600     MOVE 'US' TO WS-MARKET
029700     EXEC SQL
029800        SELECT MARKET INTO :WS-MARKET
029900        FROM API5.ORDERS
030000        WHERE C_NO = :CUS-NO
030100        ORDER BY O_DATE DESC, O_NO DESC
030200        FETCH FIRST 1 ROW ONLY
030300     END-EXEC
030400     PERFORM TEST-SQLCODE
030500
030600     EVALUATE WS-MARKET
030700        WHEN 'EU'
030800        WHEN 'AS'
030900             MOVE 'EU' TO RATE-DEVISE
031000        WHEN OTHER
031100             MOVE 'US' TO RATE-DEVISE
031200     END-EVALUATE
031300     MOVE 1 TO WS-RATE
031400     IF RATE-DEVISE NOT = 'US'
031500        MOVE ZERO TO RATE-VALUE
031600        EXEC SQL
031700           SELECT RATE_VALUE
031800                INTO :RATE-VALUE
031900           FROM API5.RATES
032000           WHERE RATE_DEVISE = :RATE-DEVISE
032100           AND   RATE_EFF_DATE <= :WS-TODAY-DASHED
032200           AND   RATE_END_DATE >= :WS-TODAY-DASHED
032300        END-EXEC
032400        PERFORM TEST-SQLCODE
032500        IF SQLCODE = ZERO AND RATE-VALUE > ZERO
032600           MOVE RATE-VALUE TO WS-RATE
032700        ELSE
032800           MOVE 'US' TO RATE-DEVISE
032900        END-IF
033000     END-IF
033100
033200     SET CUSTOMER-TAXED TO TRUE
033300     EXEC SQL
033400        SELECT CERT_NO INTO :EXM-CERT-NO
033500        FROM API5.TAX_EXEMPTIONS
033600        WHERE C_NO = :CUS-NO
033700        AND   EFF_DATE <= :WS-TODAY-DASHED
033800        AND   END_DATE >= :WS-TODAY-DASHED
033900        FETCH FIRST 1 ROW ONLY
034000     END-EXEC
034100     PERFORM TEST-SQLCODE
034200     IF SQLCODE = ZERO
034300        SET CUSTOMER-EXEMPT TO TRUE
034400     END-IF
034500     MOVE ZERO TO SQLCODE
034600     .
034700
034800 WRITE-SHEET-HEADER.
034900     MOVE CUS-NO          TO TITLE-CNO-ED
035000     MOVE CUS-NAME        TO TITLE-NAME-ED
035100     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
035200     MOVE WS-MARKET       TO TRM-MKT-ED
035300     MOVE RATE-DEVISE     TO TRM-CCY-ED
035400     MOVE RATE-DEVISE     TO COL-CCY-ED
035500     MOVE WS-RATE         TO TRM-RATE-ED
035600     IF CUSTOMER-EXEMPT
035700        MOVE 'TAX EXEMPT'  TO TRM-EXEMPT-ED
035800     ELSE
035900        MOVE SPACES        TO TRM-EXEMPT-ED
036000     END-IF
036100     IF WS-CNT-CUSTOMERS > 1
036200        WRITE ENR-OUTPSH FROM L-HEADER-BLANK
036300        WRITE ENR-OUTPSH FROM L-HEADER-BLANK
036400     END-IF
036500     WRITE ENR-OUTPSH FROM L-TITLE-LINE
036600     WRITE ENR-OUTPSH FROM L-TERMS-LINE
036700     WRITE ENR-OUTPSH FROM L-HEADER-BLANK
036800     WRITE ENR-OUTPSH FROM L-COLUMN-HEAD1
036900     .
037000
037100 FETCH-NEXT-PRODUCT.
037200     EXEC SQL
037300        FETCH CPSPRD
037400        INTO :PROD-ID, :PROD-DESCRIPTION, :PROD-PRICE,
037500             :CONT-PRICE, :CONT-END-DATE,
037600             :PROMO-DISC-PCT, :PROMO-PRICE, :PROMO-END-DATE
037700     END-EXEC
037800     PERFORM TEST-SQLCODE
037900     .
038000
038100******************************************************
038200*** SAME PRECEDENCE AS PART2 : A CONTRACT PRICE     ***
038300*** ALWAYS WINS, OTHERWISE A PROMOTION (FIXED PRICE ***
038400*** OR PERCENTAGE OFF THE CATALOG), ELSE CATALOG.   ***
038500******************************************************
038600 PRICE-ONE-PRODUCT.
038700     EVALUATE TRUE
038800        WHEN CONT-END-DATE NOT = SPACES
038900             MOVE CONT-PRICE    TO WS-NET-PRICE
039000             MOVE 'CONTRACT'    TO WS-BASIS
039100        WHEN PROMO-END-DATE NOT = SPACES
039200             MOVE 'PROMO'       TO WS-BASIS
039300             IF PROMO-PRICE > ZERO
039400                MOVE PROMO-PRICE TO WS-NET-PRICE
039500             ELSE
039600                COMPUTE WS-NET-PRICE ROUNDED = PROD-PRICE
039700                        * (100 - PROMO-DISC-PCT) / 100
039800             END-IF
039900        WHEN OTHER
040000             MOVE PROD-PRICE    TO WS-NET-PRICE
040100             MOVE 'CATALOG'     TO WS-BASIS
040200     END-EVALUATE
040300
040400     MOVE ZERO TO TAX-RATE
040500     IF CUSTOMER-TAXED
040600        PERFORM RESOLVE-TAX-RATE
040700     END-IF
040800     COMPUTE WS-GROSS-CCY ROUNDED =
040900             WS-NET-PRICE * (100 + TAX-RATE) / 100 / WS-RATE
041000
041100     MOVE PROD-ID      TO DET-PNO-ED
041200     MOVE SPACES       TO DET-DESC-ED
041300     IF PROD-DESCRIPTION-LEN > ZERO
041400        MOVE FUNCTION TRIM(PROD-DESCRIPTION-TEXT
041500            (1:PROD-DESCRIPTION-LEN)) TO DET-DESC-ED
041600     END-IF
041700     MOVE PROD-PRICE   TO DET-CAT-ED
041800     MOVE WS-NET-PRICE TO DET-PRICE-ED
041900     MOVE WS-BASIS     TO DET-BASIS-ED
042000     IF CONT-END-DATE NOT = SPACES
042100        MOVE CONT-END-DATE TO DET-END-ED
042200     ELSE
042300        MOVE SPACES        TO DET-END-ED
042400     END-IF
042500     MOVE TAX-RATE     TO DET-TAX-ED
042600     MOVE WS-GROSS-CCY TO DET-GROSS-ED
042700     WRITE ENR-OUTPSH FROM L-DETAIL-LINE
042800     PERFORM WRITE-CSV-LINE
042900     ADD 1 TO WS-CNT-LINES
043000     .
043100
043200 RESOLVE-TAX-RATE.
043300     EXEC SQL
043400        SELECT RATE INTO :TAX-RATE
043500        FROM API5.TAX_RATES
043600        WHERE P_NO   = :PROD-ID
043700        AND   MARKET = :WS-MARKET
043800     END-EXEC
043900     IF SQLCODE = +100
044000        EXEC SQL
044100           SELECT RATE INTO :TAX-RATE
044200           FROM API5.TAX_RATES
044300           WHERE P_NO   = :WS-TAX-DEFAULT-KEY
044400           AND   MARKET = :WS-MARKET
044500        END-EXEC
044600        IF SQLCODE = +100
044700           MOVE ZERO TO TAX-RATE
044800        END-IF
044900     END-IF
045000     PERFORM TEST-SQLCODE
045100     MOVE ZERO TO SQLCODE
045200     .
045300
045400******************************************************
045500*** THE SAME LINE FOR E-MAIL : ';' SEPARATED, WITH  ***
045600*** A DECIMAL POINT LIKE THE TREASURY FILES.        ***
045700******************************************************
045800 WRITE-CSV-LINE.
045900     MOVE CUS-NO       TO CSV-CNO-ED
046000     MOVE PROD-ID      TO CSV-PNO-ED
046100     MOVE DET-DESC-ED  TO CSV-DESC-ED
046200     MOVE PROD-PRICE   TO WS-CSV-AMT-ED
046300     MOVE WS-CSV-AMT-ED TO CSV-CAT-ED
046400     MOVE WS-NET-PRICE TO WS-CSV-AMT-ED
046500     MOVE WS-CSV-AMT-ED TO CSV-PRICE-ED
046600     MOVE WS-BASIS     TO CSV-BASIS-ED
046700     MOVE DET-END-ED   TO CSV-END-ED
046800     MOVE TAX-RATE     TO WS-CSV-PCT-ED
046900     MOVE WS-CSV-PCT-ED TO CSV-TAX-ED
047000     MOVE WS-GROSS-CCY TO WS-CSV-AMT-ED
047100     MOVE WS-CSV-AMT-ED TO CSV-GROSS-ED
047200     MOVE RATE-DEVISE  TO CSV-CCY-ED
047300     INSPECT CSV-CAT-ED   CONVERTING ',' TO '.'
047400     INSPECT CSV-PRICE-ED CONVERTING ',' TO '.'
047500     INSPECT CSV-TAX-ED   CONVERTING ',' TO '.'
047600     INSPECT CSV-GROSS-ED CONVERTING ',' TO '.'
047700     WRITE PSHCSV-RECORD FROM L-CSV-LINE
047800     .
047900
048000 TEST-SQLCODE.
048100     EVALUATE TRUE
048200          WHEN SQLCODE IS EQUAL TO ZERO
048300                CONTINUE
048400          WHEN SQLCODE IS GREATER ZERO
048500             IF SQLCODE = 100
048600               CONTINUE
048700             ELSE
048800               DISPLAY 'WARNING : ' SQLCODE
048900             END-IF
049000          WHEN SQLCODE IS LESS THAN ZERO
049100                DISPLAY 'ANOMALIE : ' SQLCODE
049200                PERFORM ABEND-PROG
049300     END-EVALUATE.
049400
049500 ABEND-PROG.
049600     DISPLAY 'PART103 ABENDING - SEE SQLCODE ABOVE'
049700     MOVE 16 TO RETURN-CODE
049800     STOP RUN.
049900
050000******************************************************
050100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
050200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
050300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
050400******************************************************
050500 GET-RUN-PARM.
050600     MOVE RETURN-CODE TO WS-PGET-RETCODE
050700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
050800                        WS-PGET-VALUE
050900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
051000     MOVE WS-PGET-RETCODE TO RETURN-CODE
051100     .
