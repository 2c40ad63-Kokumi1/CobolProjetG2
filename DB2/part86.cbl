000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART86.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - SUPPLIER PAYMENT RUN. EVERY     *
000600*              OPEN API5.AP_OPEN_ITEMS ROW (OPENED BY PART85 AS  *
000700*              INVOICE LINES PASS THE THREE-WAY MATCH) DUE ON OR *
000800*              BEFORE THE PAYCUT CUT-OFF DATE (YYYY-MM-DD,       *
000900*              DEFAULT TODAY) IS PAID : ONE LINE PER SUPPLIER ON *
001000*              THE TREASURY FILE SUPPAY (SUP_NO;AMOUNT;DATE;     *
001100*              REFERENCE), THE WAY PART46 HANDS REFUNDS TO       *
001200*              TREASURY ON REFPAY, AND ONE REMITTANCE ADVICE PER *
001300*              SUPPLIER ON FICRMT LISTING THE INVOICES SETTLED.  *
001400*              THE ITEMS PAID ARE CLOSED WITH THE PAYMENT DATE   *
001500*              AND REFERENCE AND THEIR SUPPLIER_INVOICES LINES   *
001600*              ARE MARKED PAID. A SUPPLIER WHOSE DUE ITEMS NET   *
001700*              TO ZERO OR LESS IS NOT PAID AND STAYS OPEN.       *
001716* 2026-10-15 : A PART107 SUPPLIER DEBIT NOTE IS A NEGATIVE OPEN  *
001732*              ITEM (INV_NO 'DN' + NOTE NUMBER) THAT NETS        *
001748*              AGAINST THE SUPPLIER'S DUE INVOICES; WHEN THE     *
001764*              SUPPLIER IS PAID ITS API5.DEBIT_NOTES ROW IS      *
001780*              MARKED OFFSET ('C') WITH THE PAYMENT REFERENCE.   *
001784* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001788*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001792*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001796*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001796* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001796*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001796*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001796*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001796*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001796*              FOR THE PART131 REPORT.                           *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
002200     DECIMAL-POINT IS COMMA.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SUPPAY ASSIGN TO SUPPAY
002700      ORGANIZATION IS SEQUENTIAL.
002800     SELECT OUTRMT ASSIGN TO FICRMT.
002900     SELECT EXCPLOG ASSIGN TO EXCPLOG
003000      ORGANIZATION IS SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD SUPPAY.
003500 01 SUPPAY-RECORD PIC X(50).
003600 FD OUTRMT.
003700 01 ENR-OUTRMT PIC X(80).
003800 FD EXCPLOG.
003900     COPY EXCPLOG.
004000
004100 WORKING-STORAGE SECTION.
004200     EXEC SQL
004300        INCLUDE SQLCA
004400     END-EXEC.
004500     EXEC SQL
004600        INCLUDE SUPPLIER
004700     END-EXEC.
004800     EXEC SQL
004900        INCLUDE APITEM
005000     END-EXEC.
005025     EXEC SQL
005050        INCLUDE DEBITNOT
005075     END-EXEC.
005100
005200******************************************************
005300*** EVERY OPEN PAYABLE DUE BY THE CUT-OFF, GROUPED  ***
005400*** BY SUPPLIER FOR THE PAYMENT BREAK.              ***
005500******************************************************
005600     EXEC SQL
005700        DECLARE CAPDUE CURSOR
005800        FOR
005900        SELECT A.SUP_NO, S.NAME, S.ADDRESS, A.INV_NO,
006000               A.INV_DATE, A.DUE_DATE, A.OPEN_AMOUNT
006100        FROM API5.AP_OPEN_ITEMS A, API5.SUPPLIERS S
006200        WHERE A.SUP_NO   = S.SUP_NO
006300        AND   A.STATUS   = 'O'
006400        AND   A.DUE_DATE <= :WS-CUTOFF
006500        ORDER BY A.SUP_NO, A.DUE_DATE, A.INV_NO
006600     END-EXEC.
006700
006800 77 WS-CUTOFF         PIC X(10).
006900 77 WS-TODAY-RAW      PIC X(08).
006950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006958 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006966 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART86'.
006974 77 WS-PGET-NAME      PIC X(12).
006982 77 WS-PGET-VALUE     PIC X(40).
006990 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007000 77 WS-TODAY-DASHED   PIC X(10).
007100 77 WS-PREV-SUP       PIC 9(4) VALUE ZERO.
007200 77 WS-PREV-NAME      PIC X(30).
007300 77 WS-PREV-ADDRESS   PIC X(40).
007400 77 WS-SUP-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
007500 77 WS-PAY-REF        PIC X(12).
007510 77 WS-CLOSE-INV      PIC X(12).
007600 77 WS-IDX            PIC 9(3) COMP.
007700 77 WS-CNT-ITEMS      PIC 9(5) VALUE ZERO.
007800 77 WS-CNT-PAID       PIC 9(5) VALUE ZERO.
007900 77 WS-CNT-HELD       PIC 9(5) VALUE ZERO.
008000 77 WS-CNT-CLOSED     PIC 9(5) VALUE ZERO.
008100 77 WS-CNT-DEFERRED   PIC 9(5) VALUE ZERO.
008200 77 WS-TOT-PAID       PIC S9(9)V99 COMP-3 VALUE ZERO.
008300 77 ED-TOT-PAID       PIC -ZZZZZZZZ9,99.
008400 77 WS-PAY-AMT-ED     PIC 9(7),99.
008500 77 WS-LOG-PROGID     PIC X(8) VALUE 'PART86'.
008600 77 WS-LOG-MESSAGE    PIC X(47).
008700
008800******************************************************
008900*** THE CURRENT SUPPLIER'S DUE ITEMS, HELD UNTIL THE ***
009000*** BREAK DECIDES WHETHER THE SUPPLIER IS PAID. ANY  ***
009100*** ITEM BEYOND THE TABLE WAITS FOR THE NEXT RUN.    ***
009200******************************************************
009300 01 WS-RMT-TABLE.
009400    05 WS-RMT-COUNT       PIC 9(3) COMP VALUE ZERO.
009500    05 WS-RMT-ENTRY OCCURS 200 TIMES.
009600       10 WS-RMT-INV-NO   PIC X(12).
009700       10 WS-RMT-INV-DATE PIC X(10).
009800       10 WS-RMT-DUE-DATE PIC X(10).
009900       10 WS-RMT-AMOUNT   PIC S9(8)V99 COMP-3.
010000
010100 01 L-PAY-LINE.
010200    05 PAY-SUP-ED     PIC 9(4).
010300    05 FILLER         PIC X(1)  VALUE ';'.
010400    05 PAY-AMT-ED     PIC X(10).
010500    05 FILLER         PIC X(1)  VALUE ';'.
010600    05 PAY-DATE-ED    PIC X(10).
010700    05 FILLER         PIC X(1)  VALUE ';'.
010800    05 PAY-REF-ED     PIC X(12).
010900    05 FILLER         PIC X(11) VALUE SPACE.
011000
011100 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
011200 01 L-RMT-TITLE.
011300    05 FILLER         PIC X(33)
011400       VALUE 'REMITTANCE ADVICE - PAYMENT DATE '.
011500    05 RMT-DATE-ED    PIC X(10).
011600    05 FILLER         PIC X(37) VALUE SPACE.
011700 01 L-RMT-SUPPLIER.
011800    05 FILLER         PIC X(10) VALUE 'SUPPLIER  '.
011900    05 RMT-SUP-ED     PIC 9(4).
012000    05 FILLER         PIC X(2)  VALUE SPACE.
012100    05 RMT-NAME-ED    PIC X(30).
012200    05 FILLER         PIC X(34) VALUE SPACE.
012300 01 L-RMT-ADDRESS.
012400    05 FILLER         PIC X(16) VALUE SPACE.
012500    05 RMT-ADDR-ED    PIC X(40).
012600    05 FILLER         PIC X(24) VALUE SPACE.
012700 01 L-RMT-REFERENCE.
012800    05 FILLER         PIC X(20) VALUE 'PAYMENT REFERENCE : '.
012900    05 RMT-REF-ED     PIC X(12).
013000    05 FILLER         PIC X(48) VALUE SPACE.
013100 01 L-RMT-HEAD.
013200    05 FILLER  PIC X(14) VALUE 'INVOICE'.
013300    05 FILLER  PIC X(12) VALUE 'INV DATE'.
013400    05 FILLER  PIC X(12) VALUE 'DUE DATE'.
013500    05 FILLER  PIC X(14) VALUE '       AMOUNT'.
013600    05 FILLER  PIC X(28) VALUE SPACE.
013700 01 L-RMT-LINE.
013800    05 RMT-INV-ED     PIC X(12).
013900    05 FILLER         PIC X(2)  VALUE SPACE.
014000    05 RMT-INV-DATE-ED PIC X(10).
014100    05 FILLER         PIC X(2)  VALUE SPACE.
014200    05 RMT-DUE-DATE-ED PIC X(10).
014300    05 FILLER         PIC X(2)  VALUE SPACE.
014400    05 RMT-AMT-ED     PIC -ZZZZZZ9,99.
014500    05 FILLER         PIC X(31) VALUE SPACE.
014600 01 L-RMT-TOTAL.
014700    05 FILLER         PIC X(38) VALUE 'TOTAL PAID'.
014800    05 RMT-TOT-ED     PIC -ZZZZZZZZ9,99.
014900    05 FILLER         PIC X(29) VALUE SPACE.
015000 01 L-RMT-SEPARATOR   PIC X(80) VALUE ALL '-'.
015100
015200 PROCEDURE DIVISION.
015300     PERFORM INITIALIZE-PARAMETERS
015400
015500     OPEN OUTPUT SUPPAY
015600     OPEN OUTPUT OUTRMT
015700     OPEN EXTEND EXCPLOG
015800
015900     EXEC SQL
016000        OPEN CAPDUE
016100     END-EXEC
016200     PERFORM TEST-SQLCODE
016300
016400     PERFORM FETCH-NEXT-ITEM
016500     PERFORM TEST-SQLCODE
016600
016700     PERFORM UNTIL SQLCODE NOT EQUAL ZERO
016800        IF APIT-SUP-NO NOT = WS-PREV-SUP
016900           IF WS-PREV-SUP NOT = ZERO
017000              PERFORM PAY-ONE-SUPPLIER
017100           END-IF
017200           MOVE APIT-SUP-NO TO WS-PREV-SUP
017300           MOVE SUP-NAME    TO WS-PREV-NAME
017400           MOVE SUP-ADDRESS TO WS-PREV-ADDRESS
017500        END-IF
017600        ADD 1 TO WS-CNT-ITEMS
017700        PERFORM HOLD-DUE-ITEM
017800        PERFORM FETCH-NEXT-ITEM
017900        PERFORM TEST-SQLCODE
018000     END-PERFORM
018100     IF WS-PREV-SUP NOT = ZERO
018200        PERFORM PAY-ONE-SUPPLIER
018300     END-IF
018400
018500     EXEC SQL
018600        CLOSE CAPDUE
018700     END-EXEC
018800     PERFORM TEST-SQLCODE
018900
019000     PERFORM COMMIT-SQL
019100     CLOSE SUPPAY
019200     CLOSE OUTRMT
019300     CLOSE EXCPLOG
019400
019500     MOVE WS-TOT-PAID TO ED-TOT-PAID
019600     DISPLAY '===================================='
019700     DISPLAY 'PART86 SUPPLIER PAYMENT RUN SUMMARY'
019800     DISPLAY 'CUT-OFF DATE      : ' WS-CUTOFF
019900     DISPLAY 'ITEMS DUE         : ' WS-CNT-ITEMS
020000     DISPLAY 'SUPPLIERS PAID    : ' WS-CNT-PAID
020100     DISPLAY 'SUPPLIERS HELD    : ' WS-CNT-HELD
020200     DISPLAY 'ITEMS CLOSED      : ' WS-CNT-CLOSED
020300     DISPLAY 'ITEMS DEFERRED    : ' WS-CNT-DEFERRED
020400     DISPLAY 'AMOUNT PAID       : ' ED-TOT-PAID
020500     DISPLAY '===================================='
020600     GOBACK.
020700
020800******************************************************
020900*** PAYCUT = PAY EVERYTHING DUE ON OR BEFORE THIS   ***
021000*** DATE (YYYY-MM-DD, DEFAULT TODAY).               ***
021100******************************************************
021200 INITIALIZE-PARAMETERS.
021300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
021350     CALL RUNDATE USING WS-TODAY-RAW
021400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
021500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
021600            INTO WS-TODAY-DASHED
021700     END-STRING
021800     MOVE WS-TODAY-DASHED TO RMT-DATE-ED
021900
022000     MOVE SPACES TO WS-CUTOFF
022100     MOVE 'PAYCUT' TO WS-PGET-NAME
022133     PERFORM GET-RUN-PARM
022166     MOVE WS-PGET-VALUE TO WS-CUTOFF
022200     IF WS-CUTOFF = SPACES
022300        MOVE WS-TODAY-DASHED TO WS-CUTOFF
022400     END-IF
022500     .
022600
022700 FETCH-NEXT-ITEM.
022800     EXEC SQL
022900        FETCH CAPDUE
023000        INTO :APIT-SUP-NO, :SUP-NAME, :SUP-ADDRESS,
023100             :APIT-INV-NO, :APIT-INV-DATE, :APIT-DUE-DATE,
023200             :APIT-OPEN-AMT
023300     END-EXEC
023400     .
023500
023600 HOLD-DUE-ITEM.
023700     IF WS-RMT-COUNT < 200
023800        ADD 1 TO WS-RMT-COUNT
023900        MOVE APIT-INV-NO   TO WS-RMT-INV-NO(WS-RMT-COUNT)
024000        MOVE APIT-INV-DATE TO WS-RMT-INV-DATE(WS-RMT-COUNT)
024100        MOVE APIT-DUE-DATE TO WS-RMT-DUE-DATE(WS-RMT-COUNT)
024200        MOVE APIT-OPEN-AMT TO WS-RMT-AMOUNT(WS-RMT-COUNT)
024300        ADD APIT-OPEN-AMT  TO WS-SUP-TOTAL
024400     ELSE
024500        ADD 1 TO WS-CNT-DEFERRED
024600        DISPLAY 'ITEM DEFERRED TO NEXT RUN : ' APIT-SUP-NO
024700                ' ' APIT-INV-NO
024800     END-IF
024900     .
025000
025100******************************************************
025200*** SUPPLIER BREAK - A POSITIVE NET IS PAID : ONE   ***
025300*** TREASURY LINE, ONE REMITTANCE ADVICE, AND EACH  ***
025400*** ITEM CLOSED. DEBIT NOTES THAT OUTWEIGH THE DUE  ***
025500*** INVOICES LEAVE THE SUPPLIER UNPAID AND OPEN.    ***
025600******************************************************
025700 PAY-ONE-SUPPLIER.
025800     IF WS-SUP-TOTAL > ZERO
025900        ADD 1 TO WS-CNT-PAID
026000        ADD WS-SUP-TOTAL TO WS-TOT-PAID
026100        MOVE SPACES TO WS-PAY-REF
026200        STRING 'SP' WS-PREV-SUP WS-TODAY-RAW(5:4)
026300               DELIMITED BY SIZE INTO WS-PAY-REF
026400        END-STRING
026500        PERFORM WRITE-PAYMENT-LINE
026600        PERFORM WRITE-REMITTANCE-HEADER
026700        PERFORM CLOSE-PAID-ITEM
026800                VARYING WS-IDX FROM 1 BY 1
026900                UNTIL WS-IDX > WS-RMT-COUNT
027000        PERFORM WRITE-REMITTANCE-TOTAL
027100     ELSE
027200        ADD 1 TO WS-CNT-HELD
027300        DISPLAY 'SUPPLIER NOT PAID - NET DUE NOT POSITIVE : '
027400                WS-PREV-SUP
027500     END-IF
027600     MOVE ZERO TO WS-RMT-COUNT
027700     MOVE ZERO TO WS-SUP-TOTAL
027800     .
027900
028000******************************************************
028100*** THE TREASURY LINE CARRIES A REFERENCE BUILT     ***
028200*** FROM THE SUPPLIER NUMBER SO THE BANK ADVICE     ***
028300*** COMES BACK TRACEABLE.                           ***
028400******************************************************
028500 WRITE-PAYMENT-LINE.
028600     MOVE WS-PREV-SUP TO PAY-SUP-ED
028700     MOVE WS-SUP-TOTAL TO WS-PAY-AMT-ED
028800     MOVE WS-PAY-AMT-ED TO PAY-AMT-ED
028900     INSPECT PAY-AMT-ED CONVERTING ',' TO '.'
029000     MOVE WS-TODAY-DASHED TO PAY-DATE-ED
029100     MOVE WS-PAY-REF TO PAY-REF-ED
029200     WRITE SUPPAY-RECORD FROM L-PAY-LINE
029300     .
029400
029500 WRITE-REMITTANCE-HEADER.
029600     MOVE WS-PREV-SUP     TO RMT-SUP-ED
029700     MOVE WS-PREV-NAME    TO RMT-NAME-ED
029800     MOVE WS-PREV-ADDRESS TO RMT-ADDR-ED
029900     MOVE WS-PAY-REF      TO RMT-REF-ED
030000     WRITE ENR-OUTRMT FROM L-RMT-TITLE
030100     WRITE ENR-OUTRMT FROM L-HEADER-BLANK
030200     WRITE ENR-OUTRMT FROM L-RMT-SUPPLIER
030300     WRITE ENR-OUTRMT FROM L-RMT-ADDRESS
030400     WRITE ENR-OUTRMT FROM L-HEADER-BLANK
030500     WRITE ENR-OUTRMT FROM L-RMT-REFERENCE
030600     WRITE ENR-OUTRMT FROM L-HEADER-BLANK
030700     WRITE ENR-OUTRMT FROM L-RMT-HEAD
030800     .
030900
031000******************************************************
031100*** CLOSES ONE PAID ITEM, MARKS ITS MATCHED INVOICE ***
031200*** LINES PAID (OR ITS DEBIT NOTE OFFSET) AND       ***
031250*** PRINTS IT ON THE ADVICE.                        ***
031300******************************************************
031400 CLOSE-PAID-ITEM.
031500     MOVE WS-RMT-INV-NO(WS-IDX)  TO WS-CLOSE-INV
031900     EXEC SQL
032000        UPDATE API5.AP_OPEN_ITEMS
032100        SET STATUS      = 'C',
032200            OPEN_AMOUNT = 0,
032300            PAY_DATE    = :WS-TODAY-DASHED,
032400            PAY_REF     = :WS-PAY-REF
032500        WHERE SUP_NO = :WS-PREV-SUP
032600        AND   INV_NO = :WS-CLOSE-INV
032700        AND   STATUS = 'O'
032800     END-EXEC
032900     EVALUATE TRUE
033000         WHEN SQLCODE = ZERO
033100              ADD 1 TO WS-CNT-CLOSED
033200         WHEN SQLCODE > ZERO
033300              DISPLAY 'WARNING CLOSE AP ITEM : ' SQLCODE
033400              MOVE 'WARNING CLOSE AP ITEM' TO WS-LOG-MESSAGE
033500              PERFORM LOG-EXCEPTION
033600         WHEN OTHER
033700              DISPLAY 'ANOMALIE GRAVE CLOSE AP ITEM ' SQLCODE
033800              MOVE 'ANOMALIE CLOSE AP ITEM' TO WS-LOG-MESSAGE
033900              PERFORM LOG-EXCEPTION
034000              PERFORM ABEND-PROG
034100     END-EVALUATE
034200
034300     EXEC SQL
034400        UPDATE API5.SUPPLIER_INVOICES
034500        SET STATUS = 'P'
034600        WHERE SUP_NO = :WS-PREV-SUP
034700        AND   INV_NO = :WS-CLOSE-INV
034800        AND   STATUS = 'A'
034900     END-EXEC
035000     PERFORM TEST-SQLCODE
035009
035018     EXEC SQL
035027        UPDATE API5.DEBIT_NOTES
035036        SET STATUS     = 'C',
035045            OFFSET_REF = :WS-PAY-REF
035054        WHERE SUP_NO    = :WS-PREV-SUP
035063        AND   AP_INV_NO = :WS-CLOSE-INV
035072        AND   STATUS    = 'O'
035081     END-EXEC
035090     PERFORM TEST-SQLCODE
035100
035200     MOVE WS-RMT-INV-NO(WS-IDX)   TO RMT-INV-ED
035300     MOVE WS-RMT-INV-DATE(WS-IDX) TO RMT-INV-DATE-ED
035400     MOVE WS-RMT-DUE-DATE(WS-IDX) TO RMT-DUE-DATE-ED
035500     MOVE WS-RMT-AMOUNT(WS-IDX)   TO RMT-AMT-ED
035600     WRITE ENR-OUTRMT FROM L-RMT-LINE
035700     .
035800
035900 WRITE-REMITTANCE-TOTAL.
036000     MOVE WS-SUP-TOTAL TO RMT-TOT-ED
036100     WRITE ENR-OUTRMT FROM L-HEADER-BLANK
036200     WRITE ENR-OUTRMT FROM L-RMT-TOTAL
036300     WRITE ENR-OUTRMT FROM L-RMT-SEPARATOR
036400     WRITE ENR-OUTRMT FROM L-HEADER-BLANK
036500     .
036600
036700 COMMIT-SQL.
036800     EXEC SQL COMMIT END-EXEC
036900     PERFORM TEST-SQLCODE
037000     .
037100
037200 TEST-SQLCODE.
037300     EVALUATE TRUE
037400        WHEN SQLCODE = ZERO
037500             CONTINUE
037600        WHEN SQLCODE > ZERO
037700             IF SQLCODE = 100
037800                CONTINUE
037900             ELSE
038000                DISPLAY 'WARNING : ' SQLCODE
038100                MOVE 'WARNING' TO WS-LOG-MESSAGE
038200                PERFORM LOG-EXCEPTION
038300             END-IF
038400        WHEN OTHER
038500             DISPLAY 'ANOMALIE : ' SQLCODE
038600             MOVE 'ANOMALIE' TO WS-LOG-MESSAGE
038700             PERFORM LOG-EXCEPTION
038800             PERFORM ABEND-PROG
038900     END-EVALUATE.
039000
039100 ABEND-PROG.
039200     EXEC SQL ROLLBACK END-EXEC
039300     DISPLAY 'PART86 ABENDING - SEE SQLCODE ABOVE'
039400     MOVE 16 TO RETURN-CODE
039500     STOP RUN.
039600
039700******************************************************
039800*** WRITES ONE TIMESTAMPED ROW TO THE SHARED       ***
039900*** EXCPLOG FILE FOR EVERY WARNING/ABEND SQLCODE   ***
040000*** THIS PROGRAM ENCOUNTERS.                       ***
040100******************************************************
040200 LOG-EXCEPTION.
040300     ACCEPT EXCPLOG-DATE FROM DATE YYYYMMDD
040400     ACCEPT EXCPLOG-TIME FROM TIME
040500     MOVE WS-LOG-PROGID  TO EXCPLOG-PROGID
040600     MOVE SQLCODE        TO EXCPLOG-SQLCODE
040700     IF SQLCODE < ZERO
040800        MOVE 'E' TO EXCPLOG-SEVERITY
040900     ELSE
041000        MOVE 'W' TO EXCPLOG-SEVERITY
041100     END-IF
041200     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
041300     WRITE EXCPLOG-RECORD
041400     .
041500
041600******************************************************
041700*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
041800*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
041900*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
042000******************************************************
042100 GET-RUN-PARM.
042200     MOVE RETURN-CODE TO WS-PGET-RETCODE
042300     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
042400                        WS-PGET-VALUE
042500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
042600     MOVE WS-PGET-RETCODE TO RETURN-CODE
042700     .
