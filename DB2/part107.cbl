000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART107.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - RETURN TO VENDOR WITH SUPPLIER  *
000600*              DEBIT NOTES. READS THE RTV FILE                   *
000700*              (SUP_NO;P_NO;DEPOT;LOT;QTY;REASON - THE SHAPE OF  *
000800*              PART104'S RTVFEED). UNITS REJECTED AT INSPECTION  *
000900*              (STOCK_QUARANTINE STATUS 'J') ARE TAKEN FIRST,    *
001000*              OTHERWISE FREE STOCK AND THE STOCK_LOTS ROW OF    *
001100*              THE LOT. THE UNITS LEAVE WAREHOUSE_STOCK AND      *
001200*              PRODUCTS.STOCK WITH A STOCK_MOVEMENTS ROW SOURCE  *
001300*              'V'. CONSECUTIVE LINES FOR ONE SUPPLIER RAISE ONE *
001400*              DEBIT NOTE NUMBERED FROM API5.DEBITNOTE_CONTROL,  *
001500*              VALUED AT THE PO LINE'S UNIT PRICE WHEN THE UNITS *
001600*              TRACE TO A PO, ELSE AT PRODUCTS.COST, AND POSTED  *
001700*              AS A NEGATIVE API5.AP_OPEN_ITEMS ROW FOR THE      *
001800*              PART86 PAYMENT RUN TO OFFSET. BAD LINES GO TO     *
001900*              REJRTV; THE DEBIT NOTE REGISTER GOES TO FICDBN.   *
001920* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001940*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001960*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001980*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT RTVFILE ASSIGN TO RTVFILE
002900      ORGANIZATION IS SEQUENTIAL
003000      FILE STATUS IS WS-RTVFILE-STATUS.
003100     SELECT REJRTV ASSIGN TO REJRTV
003200      ORGANIZATION IS SEQUENTIAL.
003300     SELECT OUTDBN ASSIGN TO FICDBN.
003400     SELECT EXCPLOG ASSIGN TO EXCPLOG
003500      ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD RTVFILE.
004000 01 RTVFILE-RECORD     PIC X(80).
004100 FD REJRTV.
004200 01 REJRTV-RECORD      PIC X(120).
004300 FD OUTDBN.
004400 01 ENR-OUTDBN         PIC X(80).
004500 FD EXCPLOG.
004600     COPY EXCPLOG.
004700
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL
005000        INCLUDE SQLCA
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE PRODUCTS
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE SUPPLIER
005700     END-EXEC.
005800     EXEC SQL
005900        INCLUDE WHSTOCK
006000     END-EXEC.
006100     EXEC SQL
006200        INCLUDE STOCKMVT
006300     END-EXEC.
006400     EXEC SQL
006500        INCLUDE STOCKQTN
006600     END-EXEC.
006700     EXEC SQL
006800        INCLUDE STOCKLOT
006900     END-EXEC.
007000     EXEC SQL
007100        INCLUDE PURCHORD
007200     END-EXEC.
007300     EXEC SQL
007400        INCLUDE APITEM
007500     END-EXEC.
007600     EXEC SQL
007700        INCLUDE DEBITNOT
007800     END-EXEC.
007900
008000 01 DELIMITER-VAR  PIC X VALUE ";".
008100 01 WS-RTV-DATA.
008200    05 WS-SUP-TEXT      PIC X(4).
008300    05 WS-PROD-NO       PIC X(3).
008400    05 WS-DEPOT-TEXT    PIC X(2).
008500    05 WS-LOT-TEXT      PIC X(10).
008600    05 WS-QTY-TEXT      PIC X(5).
008700    05 WS-REASON-TEXT   PIC X(30).
008800 01 WS-FLAG-END PIC 9 VALUE ZERO.
008900    88 END-OF-FILE     VALUE 1.
009000
009100 01 WS-RTVFILE-STATUS PIC XX VALUE SPACES.
009200 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
009300    88 LIGNE-VALIDE    VALUE 'O'.
009400    88 LIGNE-INVALIDE  VALUE 'N'.
009500 01 WS-UNITS-FROM      PIC X VALUE 'F'.
009600    88 FROM-REJECTED     VALUE 'J'.
009700    88 FROM-FREE         VALUE 'F'.
009800 01 WS-REJECT-REASON   PIC X(30).
009900 01 WS-REJECT-OUT      PIC X(120).
010000 01 WS-SUP-NO          PIC 9(4).
010100 01 WS-QTY             PIC 9(5) COMP-3.
010200 01 WS-FREE-QTY        PIC S9(7) COMP-3.
010300 01 WS-PO-NO           PIC 9(6).
010400 01 WS-LINE-AMOUNT     PIC S9(7)V99 COMP-3.
010500 01 WS-TODAY-RAW       PIC X(8).
010550 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
010600 01 WS-TODAY-DASHED    PIC X(10).
010700 01 WS-MVT-TIME        PIC X(8).
010800 01 WS-NOTE-SUP        PIC 9(4) VALUE ZERO.
010900 01 WS-NOTE-LINES      PIC 9(3) VALUE ZERO.
011000 01 WS-NOTE-TOTAL      PIC S9(7)V99 COMP-3 VALUE ZERO.
011100 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
011200 01 WS-CNT-RETURNED    PIC 9(5) VALUE ZERO.
011300 01 WS-CNT-NOTES       PIC 9(5) VALUE ZERO.
011400 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
011500 01 WS-TOT-UNITS       PIC 9(7) VALUE ZERO.
011600 01 WS-TOT-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
011700 01 ED-TOT-AMOUNT      PIC -ZZZZZZZZ9,99.
011800 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART107'.
011900 01 WS-LOG-MESSAGE     PIC X(47).
012000
012100 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
012200 01 L-TITLE-LINE.
012300    05 FILLER         PIC X(31)
012400       VALUE 'SUPPLIER DEBIT NOTE REGISTER - '.
012500    05 TITLE-DATE-ED  PIC X(10).
012600    05 FILLER         PIC X(39) VALUE SPACE.
012700 01 L-NOTE-LINE.
012800    05 FILLER         PIC X(12) VALUE 'DEBIT NOTE  '.
012900    05 NOTE-NO-ED     PIC 9(6).
013000    05 FILLER         PIC X(12) VALUE '  SUPPLIER  '.
013100    05 NOTE-SUP-ED    PIC 9(4).
013200    05 FILLER         PIC X(2)  VALUE SPACE.
013300    05 NOTE-NAME-ED   PIC X(30).
013400    05 FILLER         PIC X(14) VALUE SPACE.
013500 01 L-COLUMN-HEAD1.
013600    05 FILLER  PIC X(8)  VALUE '  PROD  '.
013700    05 FILLER  PIC X(6)  VALUE 'DEPOT '.
013800    05 FILLER  PIC X(11) VALUE 'LOT        '.
013900    05 FILLER  PIC X(6)  VALUE '   QTY'.
014000    05 FILLER  PIC X(9)  VALUE '     COST'.
014100    05 FILLER  PIC X(1)  VALUE SPACE.
014200    05 FILLER  PIC X(11) VALUE '     AMOUNT'.
014300    05 FILLER  PIC X(2)  VALUE SPACE.
014400    05 FILLER  PIC X(26) VALUE 'REASON'.
014500 01 L-DETAIL-LINE.
014600    05 FILLER         PIC X(2)  VALUE SPACE.
014700    05 DET-PNO-ED     PIC X(3).
014800    05 FILLER         PIC X(3)  VALUE SPACE.
014900    05 DET-DEPOT-ED   PIC X(2).
015000    05 FILLER         PIC X(4)  VALUE SPACE.
015100    05 DET-LOT-ED     PIC X(10).
015200    05 FILLER         PIC X(1)  VALUE SPACE.
015300    05 DET-QTY-ED     PIC ZZZZZ9.
015400    05 FILLER         PIC X(1)  VALUE SPACE.
015500    05 DET-COST-ED    PIC ZZ9,99.
015600    05 DET-BASIS-ED   PIC X(2).
015700    05 FILLER         PIC X(1)  VALUE SPACE.
015800    05 DET-AMT-ED     PIC ZZZZZZZ9,99.
015900    05 FILLER         PIC X(2)  VALUE SPACE.
016000    05 DET-REASON-ED  PIC X(26).
016100 01 L-NOTE-TOTAL.
016200    05 FILLER         PIC X(23) VALUE '  NOTE TOTAL - AP ITEM '.
016300    05 NOTE-AP-ED     PIC X(8).
016400    05 FILLER         PIC X(10) VALUE SPACE.
016500    05 NOTE-TOT-ED    PIC ZZZZZZZ9,99.
016600    05 FILLER         PIC X(28) VALUE SPACE.
016700
016800 PROCEDURE DIVISION.
016900     PERFORM INITIALIZE-PARAMETERS
017000     OPEN INPUT RTVFILE
017100     OPEN OUTPUT REJRTV
017200     OPEN OUTPUT OUTDBN
017300     OPEN EXTEND EXCPLOG
017400     WRITE ENR-OUTDBN FROM L-TITLE-LINE
017500     WRITE ENR-OUTDBN FROM L-HEADER-BLANK
017600
017700     PERFORM RTV-FICHIER UNTIL END-OF-FILE
017800     IF WS-NOTE-SUP NOT = ZERO
017900        PERFORM CLOSE-DEBIT-NOTE
018000     END-IF
018100
018200     PERFORM COMMIT-SQL
018300     CLOSE RTVFILE
018400     CLOSE REJRTV
018500     CLOSE OUTDBN
018600     CLOSE EXCPLOG
018700
018800     MOVE WS-TOT-AMOUNT TO ED-TOT-AMOUNT
018900     DISPLAY '===================================='
019000     DISPLAY 'PART107 RETURN TO VENDOR SUMMARY'
019100     DISPLAY 'LINES READ       : ' WS-CNT-READ
019200     DISPLAY 'LINES RETURNED   : ' WS-CNT-RETURNED
019300     DISPLAY 'UNITS RETURNED   : ' WS-TOT-UNITS
019400     DISPLAY 'DEBIT NOTES      : ' WS-CNT-NOTES
019500     DISPLAY 'AMOUNT DEBITED   : ' ED-TOT-AMOUNT
019600     DISPLAY 'LINES REJECTED   : ' WS-CNT-REJECTED
019700     DISPLAY '===================================='
019800     GOBACK.
019900
020000 INITIALIZE-PARAMETERS.
020100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
020150     CALL RUNDATE USING WS-TODAY-RAW
020200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
020300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
020400            INTO WS-TODAY-DASHED
020500     END-STRING
020600     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
020700     .
020800
020900 RTV-FICHIER.
021000     READ RTVFILE AT END
021100        SET END-OF-FILE TO TRUE
021200     NOT AT END
021300        PERFORM RTV-LIGNE
021400     END-READ
021500     .
021600
021700 RTV-LIGNE.
021800     ADD 1 TO WS-CNT-READ
021900     MOVE SPACES TO WS-RTV-DATA
022000     UNSTRING RTVFILE-RECORD
022100        DELIMITED BY DELIMITER-VAR
022200        INTO WS-SUP-TEXT
022300             WS-PROD-NO
022400             WS-DEPOT-TEXT
022500             WS-LOT-TEXT
022600             WS-QTY-TEXT
022700             WS-REASON-TEXT
022800     END-UNSTRING
022900     PERFORM VALIDATE-RTV-LIGNE
023000     IF LIGNE-VALIDE
023100        PERFORM CHECK-SUPPLIER
023200     END-IF
023300     IF LIGNE-VALIDE
023400        PERFORM CHECK-PRODUCT
023500     END-IF
023600     IF LIGNE-VALIDE
023700        PERFORM FIND-RETURN-UNITS
023800     END-IF
023900     IF LIGNE-VALIDE
024000        PERFORM PRICE-RETURN-UNITS
024100     END-IF
024200     IF LIGNE-VALIDE
024300        IF WS-SUP-NO NOT = WS-NOTE-SUP
024400           IF WS-NOTE-SUP NOT = ZERO
024500              PERFORM CLOSE-DEBIT-NOTE
024600           END-IF
024700           PERFORM OPEN-DEBIT-NOTE
024800        END-IF
024900        PERFORM TAKE-RETURN-UNITS
025000        PERFORM ADD-DEBIT-NOTE-LINE
025100     ELSE
025200        PERFORM WRITE-REJECT
025300     END-IF
025400     .
025500
025600 VALIDATE-RTV-LIGNE.
025700     SET LIGNE-VALIDE TO TRUE
025800     EVALUATE TRUE
025900        WHEN WS-SUP-TEXT IS NOT NUMERIC
026000          OR WS-SUP-TEXT = '0000'
026100             MOVE 'FOURNISSEUR INVALIDE' TO WS-REJECT-REASON
026200             SET LIGNE-INVALIDE TO TRUE
026300        WHEN WS-PROD-NO = SPACES
026400             MOVE 'PRODUIT MANQUANT' TO WS-REJECT-REASON
026500             SET LIGNE-INVALIDE TO TRUE
026600        WHEN WS-DEPOT-TEXT = SPACES
026700             MOVE 'DEPOT MANQUANT' TO WS-REJECT-REASON
026800             SET LIGNE-INVALIDE TO TRUE
026900        WHEN WS-QTY-TEXT = SPACES
027000          OR FUNCTION TEST-NUMVAL(WS-QTY-TEXT) NOT = ZERO
027100             MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
027200             SET LIGNE-INVALIDE TO TRUE
027300        WHEN WS-REASON-TEXT = SPACES
027400             MOVE 'MOTIF DE RETOUR MANQUANT' TO WS-REJECT-REASON
027500             SET LIGNE-INVALIDE TO TRUE
027600        WHEN OTHER
027700             MOVE WS-SUP-TEXT TO WS-SUP-NO
027800             COMPUTE WS-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
027900             IF WS-QTY = ZERO
028000                MOVE 'QUANTITE NULLE' TO WS-REJECT-REASON
028100                SET LIGNE-INVALIDE TO TRUE
028200             END-IF
028300     END-EVALUATE
028400     .
028500
028600 CHECK-SUPPLIER.
028700     MOVE WS-SUP-NO TO SUP-NO
028800     EXEC SQL
028900        SELECT NAME INTO :SUP-NAME
029000        FROM API5.SUPPLIERS
029100        WHERE SUP_NO = :SUP-NO
029200     END-EXEC
029300     EVALUATE TRUE
029400        WHEN SQLCODE = ZERO
029500             CONTINUE
029600        WHEN SQLCODE = +100
029700             MOVE 'FOURNISSEUR INCONNU' TO WS-REJECT-REASON
029800             SET LIGNE-INVALIDE TO TRUE
029900        WHEN OTHER
030000             DISPLAY 'ANOMALIE GRAVE SUPPLIER : ' SQLCODE
030100             MOVE 'ANOMALIE SUPPLIER' TO WS-LOG-MESSAGE
030200             PERFORM LOG-EXCEPTION
030300             PERFORM ABEND-PROG
030400     END-EVALUATE
030500     .
030600
030700 CHECK-PRODUCT.
030800     EXEC SQL
030900        SELECT COST INTO :PROD-COST
031000        FROM API5.PRODUCTS
031100        WHERE P_NO = :WS-PROD-NO
031200     END-EXEC
031300     EVALUATE TRUE
031400        WHEN SQLCODE = ZERO
031500             CONTINUE
031600        WHEN SQLCODE = +100
031700             MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
031800             SET LIGNE-INVALIDE TO TRUE
031900        WHEN OTHER
032000             DISPLAY 'ANOMALIE GRAVE PRODUCT : ' SQLCODE
032100             MOVE 'ANOMALIE PRODUCT' TO WS-LOG-MESSAGE
032200             PERFORM LOG-EXCEPTION
032300             PERFORM ABEND-PROG
032400     END-EVALUATE
032500     .
032600
032700******************************************************
032800*** UNITS REJECTED AT INSPECTION FOR THE LOT ARE    ***
032900*** RETURNED FIRST; OTHERWISE THEY COME OUT OF      ***
033000*** THE DEPOT'S FREE STOCK AND, FOR A LOT, ITS      ***
033100*** STOCK_LOTS ROW.                                 ***
033200******************************************************
033300 FIND-RETURN-UNITS.
033400     MOVE ZERO          TO WS-PO-NO
033500     MOVE WS-PROD-NO    TO QTN-P-NO
033600     MOVE WS-DEPOT-TEXT TO QTN-W-CODE
033700     MOVE WS-LOT-TEXT   TO QTN-LOT-NO
033800     MOVE 'J'           TO QTN-STATUS
033900     EXEC SQL
034000        SELECT QTY, PO_NO
034100             INTO :QTN-QTY, :QTN-PO-NO
034200        FROM API5.STOCK_QUARANTINE
034300        WHERE P_NO   = :QTN-P-NO
034400        AND   W_CODE = :QTN-W-CODE
034500        AND   LOT_NO = :QTN-LOT-NO
034600        AND   STATUS = :QTN-STATUS
034700     END-EXEC
034800     EVALUATE TRUE
034900        WHEN SQLCODE = ZERO AND QTN-QTY NOT < WS-QTY
035000             SET FROM-REJECTED TO TRUE
035100             MOVE QTN-PO-NO TO WS-PO-NO
035200        WHEN SQLCODE = ZERO OR SQLCODE = +100
035300             SET FROM-FREE TO TRUE
035400             PERFORM CHECK-FREE-STOCK
035500        WHEN OTHER
035600             DISPLAY 'ANOMALIE GRAVE QUARANTAINE : ' SQLCODE
035700             MOVE 'ANOMALIE QUARANTAINE' TO WS-LOG-MESSAGE
035800             PERFORM LOG-EXCEPTION
035900             PERFORM ABEND-PROG
036000     END-EVALUATE
036100     .
036200
036300 CHECK-FREE-STOCK.
036400     MOVE WS-DEPOT-TEXT TO WHS-W-CODE
036500     MOVE WS-PROD-NO    TO WHS-P-NO
036600     EXEC SQL
036700        SELECT STOCK - COALESCE(RESERVED, 0)
036800                     - COALESCE(QUARANTINE, 0)
036900             INTO :WS-FREE-QTY
037000        FROM API5.WAREHOUSE_STOCK
037100        WHERE W_CODE = :WHS-W-CODE
037200        AND   P_NO   = :WHS-P-NO
037300     END-EXEC
037400     IF SQLCODE = +100
037500        MOVE ZERO TO WS-FREE-QTY
037600     END-IF
037700     PERFORM TEST-SQLCODE
037800     IF WS-FREE-QTY < WS-QTY
037900        MOVE 'STOCK LIBRE INSUFFISANT' TO WS-REJECT-REASON
038000        SET LIGNE-INVALIDE TO TRUE
038100     END-IF
038200     IF LIGNE-VALIDE AND WS-LOT-TEXT NOT = SPACES
038300        PERFORM CHECK-STOCK-LOT
038400     END-IF
038500     .
038600
038700******************************************************
038800*** THE LOT MUST HOLD THE UNITS AT THE DEPOT; THE   ***
038900*** PO BEHIND IT IS THAT OF ITS EARLIEST 'G'        ***
039000*** RECEIPT, AS PART60 TRACES A RECALLED LOT.       ***
039100******************************************************
039200 CHECK-STOCK-LOT.
039300     MOVE WS-PROD-NO    TO LOT-P-NO
039400     MOVE WS-DEPOT-TEXT TO LOT-W-CODE
039500     MOVE WS-LOT-TEXT   TO LOT-NO
039600     EXEC SQL
039700        SELECT QTY INTO :LOT-QTY
039800        FROM API5.STOCK_LOTS
039900        WHERE P_NO   = :LOT-P-NO
040000        AND   W_CODE = :LOT-W-CODE
040100        AND   LOT_NO = :LOT-NO
040200     END-EXEC
040300     IF SQLCODE = +100
040400        MOVE ZERO TO LOT-QTY
040500     END-IF
040600     PERFORM TEST-SQLCODE
040700     IF LOT-QTY < WS-QTY
040800        MOVE 'QUANTITE DU LOT INSUFFISANTE' TO WS-REJECT-REASON
040900        SET LIGNE-INVALIDE TO TRUE
041000     ELSE
041100        EXEC SQL
041200           SELECT COALESCE(MIN(PO_NO), 0) INTO :WS-PO-NO
041300           FROM API5.STOCK_MOVEMENTS
041400           WHERE P_NO   = :LOT-P-NO
041500           AND   LOT_NO = :LOT-NO
041600           AND   SOURCE = 'G'
041700           AND   PO_NO  > 0
041800        END-EXEC
041900        PERFORM TEST-SQLCODE
042000     END-IF
042100     .
042200
042300******************************************************
042400*** UNITS TRACED TO A PO ARE DEBITED AT THE PRICE   ***
042500*** AGREED ON ITS LINE - THE PO MUST BE THE         ***
042600*** SUPPLIER'S. OTHERWISE THE MOVING AVERAGE        ***
042700*** COST APPLIES.                                   ***
042800******************************************************
042900 PRICE-RETURN-UNITS.
043000     MOVE PROD-COST TO DBNL-UNIT-COST
043100     MOVE 'A'       TO DBNL-COST-BASIS
043200     IF WS-PO-NO NOT = ZERO
043300        MOVE WS-PO-NO TO PO-NO
043400        EXEC SQL
043500           SELECT SUP_NO INTO :PO-SUP-NO
043600           FROM API5.PURCHASE_ORDERS
043700           WHERE PO_NO = :PO-NO
043800        END-EXEC
043900        PERFORM TEST-SQLCODE
044000        IF SQLCODE = ZERO AND PO-SUP-NO NOT = WS-SUP-NO
044100           MOVE 'LOT D UN AUTRE FOURNISSEUR' TO WS-REJECT-REASON
044200           SET LIGNE-INVALIDE TO TRUE
044300        END-IF
044400     END-IF
044500     IF LIGNE-VALIDE AND WS-PO-NO NOT = ZERO
044600        MOVE WS-PO-NO   TO POL-PO-NO
044700        MOVE WS-PROD-NO TO POL-P-NO
044800        EXEC SQL
044900           SELECT UNIT_PRICE INTO :POL-UNIT-PRICE
045000           FROM API5.PO_LINES
045100           WHERE PO_NO = :POL-PO-NO
045200           AND   P_NO  = :POL-P-NO
045300        END-EXEC
045400        PERFORM TEST-SQLCODE
045500        IF SQLCODE = ZERO
045600           MOVE POL-UNIT-PRICE TO DBNL-UNIT-COST
045700           MOVE 'P'            TO DBNL-COST-BASIS
045800        END-IF
045900     END-IF
046000     .
046100
046200******************************************************
046300*** A NEW NOTE FOR EACH RUN OF LINES FOR ONE        ***
046400*** SUPPLIER, NUMBERED LIKE PART37'S DELIVERY       ***
046500*** NOTES, WITH ITS NEGATIVE PAYABLE OPENED NOW     ***
046600*** AND DUE AT ONCE SO THE NEXT PAYMENT RUN         ***
046700*** NETS IT.                                        ***
046800******************************************************
046900 OPEN-DEBIT-NOTE.
047000     EXEC SQL
047100        UPDATE API5.DEBITNOTE_CONTROL
047200        SET NEXT_NOTE_NO = NEXT_NOTE_NO + 1
047300     END-EXEC
047400     IF SQLCODE NOT = ZERO
047500        DISPLAY 'ANOMALIE GRAVE NOTE CONTROL : ' SQLCODE
047600        MOVE 'ANOMALIE NOTE CONTROL' TO WS-LOG-MESSAGE
047700        PERFORM LOG-EXCEPTION
047800        PERFORM ABEND-PROG
047900     END-IF
048000     EXEC SQL
048100        SELECT NEXT_NOTE_NO - 1 INTO :DBN-NO
048200        FROM API5.DEBITNOTE_CONTROL
048300     END-EXEC
048400     IF SQLCODE NOT = ZERO
048500        DISPLAY 'ANOMALIE GRAVE NOTE CONTROL : ' SQLCODE
048600        MOVE 'ANOMALIE NOTE CONTROL' TO WS-LOG-MESSAGE
048700        PERFORM LOG-EXCEPTION
048800        PERFORM ABEND-PROG
048900     END-IF
049000     MOVE WS-SUP-NO       TO WS-NOTE-SUP
049100     MOVE ZERO            TO WS-NOTE-LINES
049200     MOVE ZERO            TO WS-NOTE-TOTAL
049300     MOVE WS-SUP-NO       TO DBN-SUP-NO
049400     MOVE WS-TODAY-DASHED TO DBN-DATE
049500     MOVE ZERO            TO DBN-AMOUNT
049600     MOVE SPACES          TO DBN-AP-INV-NO
049700     STRING 'DN' DBN-NO DELIMITED BY SIZE INTO DBN-AP-INV-NO
049800     END-STRING
049900     MOVE 'O'             TO DBN-STATUS
050000     MOVE SPACES          TO DBN-OFFSET-REF
050100     EXEC SQL
050200         INSERT INTO API5.DEBIT_NOTES
050300         (NOTE_NO, SUP_NO, NOTE_DATE, AMOUNT, AP_INV_NO, STATUS,
050400          OFFSET_REF)
050500         VALUES(:DBN-NO,
050600                :DBN-SUP-NO,
050700                :DBN-DATE,
050800                :DBN-AMOUNT,
050900                :DBN-AP-INV-NO,
051000                :DBN-STATUS,
051100                :DBN-OFFSET-REF)
051200     END-EXEC
051300     PERFORM TEST-SQLCODE
051400
051500     MOVE DBN-SUP-NO      TO APIT-SUP-NO
051600     MOVE DBN-AP-INV-NO   TO APIT-INV-NO
051700     MOVE DBN-DATE        TO APIT-INV-DATE
051800     MOVE DBN-DATE        TO APIT-DUE-DATE
051900     MOVE ZERO            TO APIT-ORIG-AMT
052000     MOVE ZERO            TO APIT-OPEN-AMT
052100     MOVE 'O'             TO APIT-STATUS
052200     EXEC SQL
052300        INSERT INTO API5.AP_OPEN_ITEMS
052400        (SUP_NO, INV_NO, INV_DATE, DUE_DATE, ORIG_AMOUNT,
052500         OPEN_AMOUNT, STATUS)
052600        VALUES(:APIT-SUP-NO,
052700               :APIT-INV-NO,
052800               :APIT-INV-DATE,
052900               :APIT-DUE-DATE,
053000               :APIT-ORIG-AMT,
053100               :APIT-OPEN-AMT,
053200               :APIT-STATUS)
053300     END-EXEC
053400     PERFORM TEST-SQLCODE
053500     ADD 1 TO WS-CNT-NOTES
053600
053700     MOVE DBN-NO          TO NOTE-NO-ED
053800     MOVE DBN-SUP-NO      TO NOTE-SUP-ED
053900     MOVE SUP-NAME        TO NOTE-NAME-ED
054000     WRITE ENR-OUTDBN FROM L-NOTE-LINE
054100     WRITE ENR-OUTDBN FROM L-COLUMN-HEAD1
054200     .
054300
054400******************************************************
054500*** THE RETURNED UNITS LEAVE THE DEPOT, THE LOT     ***
054600*** (OR THE REJECTED HOLD) AND THE POOLED BOOK      ***
054700*** STOCK, WITH ONE 'V' MOVEMENT AS THE TRAIL.      ***
054800******************************************************
054900 TAKE-RETURN-UNITS.
055000     MOVE WS-DEPOT-TEXT TO WHS-W-CODE
055100     MOVE WS-PROD-NO    TO WHS-P-NO
055200     IF FROM-REJECTED
055300        PERFORM TAKE-FROM-REJECTED
055400        EXEC SQL
055500           UPDATE API5.WAREHOUSE_STOCK
055600           SET STOCK      = STOCK - :WS-QTY,
055700               QUARANTINE = QUARANTINE - :WS-QTY
055800           WHERE W_CODE = :WHS-W-CODE
055900           AND   P_NO   = :WHS-P-NO
056000        END-EXEC
056100     ELSE
056200        EXEC SQL
056300           UPDATE API5.WAREHOUSE_STOCK
056400           SET STOCK = STOCK - :WS-QTY
056500           WHERE W_CODE = :WHS-W-CODE
056600           AND   P_NO   = :WHS-P-NO
056700        END-EXEC
056800     END-IF
056900     PERFORM TEST-SQLCODE
057000     IF FROM-FREE AND WS-LOT-TEXT NOT = SPACES
057100        EXEC SQL
057200           UPDATE API5.STOCK_LOTS
057300           SET QTY = QTY - :WS-QTY
057400           WHERE P_NO   = :LOT-P-NO
057500           AND   W_CODE = :LOT-W-CODE
057600           AND   LOT_NO = :LOT-NO
057700        END-EXEC
057800        PERFORM TEST-SQLCODE
057900     END-IF
058000     EXEC SQL
058100        UPDATE API5.PRODUCTS
058200        SET STOCK = STOCK - :WS-QTY
058300        WHERE P_NO = :WS-PROD-NO
058400     END-EXEC
058500     PERFORM TEST-SQLCODE
058600     PERFORM INSERT-STOCK-MOVEMENT
058700     ADD 1 TO WS-CNT-RETURNED
058800     ADD WS-QTY TO WS-TOT-UNITS
058900     .
059000
059100 TAKE-FROM-REJECTED.
059200     IF QTN-QTY = WS-QTY
059300        EXEC SQL
059400           DELETE FROM API5.STOCK_QUARANTINE
059500           WHERE P_NO   = :QTN-P-NO
059600           AND   W_CODE = :QTN-W-CODE
059700           AND   LOT_NO = :QTN-LOT-NO
059800           AND   STATUS = :QTN-STATUS
059900        END-EXEC
060000     ELSE
060100        EXEC SQL
060200           UPDATE API5.STOCK_QUARANTINE
060300           SET QTY = QTY - :WS-QTY
060400           WHERE P_NO   = :QTN-P-NO
060500           AND   W_CODE = :QTN-W-CODE
060600           AND   LOT_NO = :QTN-LOT-NO
060700           AND   STATUS = :QTN-STATUS
060800        END-EXEC
060900     END-IF
061000     PERFORM TEST-SQLCODE
061100     .
061200
061300 INSERT-STOCK-MOVEMENT.
061400     MOVE WS-PROD-NO      TO STKMVT-P-NO
061500     MOVE WS-QTY          TO STKMVT-QTY
061600     MOVE '-'             TO STKMVT-DIRECTION
061700     MOVE 'V'             TO STKMVT-SOURCE
061800     MOVE ZERO            TO STKMVT-O-NO
061900     MOVE WS-DEPOT-TEXT   TO STKMVT-W-CODE
062000     MOVE WS-TODAY-DASHED TO STKMVT-DATE
062100     ACCEPT WS-MVT-TIME FROM TIME
062200     MOVE WS-MVT-TIME     TO STKMVT-TIME
062300     MOVE WS-LOT-TEXT     TO STKMVT-LOT
062400     MOVE WS-PO-NO        TO STKMVT-PO-NO
062500     EXEC SQL
062600         INSERT INTO API5.STOCK_MOVEMENTS
062700         (P_NO, QTY, DIRECTION, SOURCE, O_NO, W_CODE,
062800          MVT_DATE, MVT_TIME, LOT_NO, PO_NO)
062900         VALUES(:STKMVT-P-NO,
063000                :STKMVT-QTY,
063100                :STKMVT-DIRECTION,
063200                :STKMVT-SOURCE,
063300                :STKMVT-O-NO,
063400                :STKMVT-W-CODE,
063500                :STKMVT-DATE,
063600                :STKMVT-TIME,
063700                :STKMVT-LOT,
063800                :STKMVT-PO-NO)
063900     END-EXEC
064000     EVALUATE TRUE
064100        WHEN SQLCODE = ZERO
064200             CONTINUE
064300        WHEN SQLCODE > ZERO
064400             DISPLAY 'WARNING STOCK MVT : ' SQLCODE
064500             MOVE 'WARNING STOCK MVT' TO WS-LOG-MESSAGE
064600             PERFORM LOG-EXCEPTION
064700        WHEN OTHER
064800             DISPLAY 'ANOMALIE GRAVE STOCK MVT ' SQLCODE
064900             MOVE 'ANOMALIE STOCK MVT' TO WS-LOG-MESSAGE
065000             PERFORM LOG-EXCEPTION
065100             PERFORM ABEND-PROG
065200     END-EVALUATE
065300     .
065400
065500******************************************************
065600*** ONE NOTE LINE PER RETURN LINE; THE HEADER AND   ***
065700*** THE PAYABLE MOVE WITH IT.                       ***
065800******************************************************
065900 ADD-DEBIT-NOTE-LINE.
066000     ADD 1 TO WS-NOTE-LINES
066100     COMPUTE WS-LINE-AMOUNT = WS-QTY * DBNL-UNIT-COST
066200     MOVE DBN-NO          TO DBNL-NO
066300     MOVE WS-NOTE-LINES   TO DBNL-LINE-NO
066400     MOVE WS-PROD-NO      TO DBNL-P-NO
066500     MOVE WS-DEPOT-TEXT   TO DBNL-W-CODE
066600     MOVE WS-LOT-TEXT     TO DBNL-LOT-NO
066700     MOVE WS-QTY          TO DBNL-QTY
066800     MOVE WS-LINE-AMOUNT  TO DBNL-AMOUNT
066900     MOVE WS-PO-NO        TO DBNL-PO-NO
067000     MOVE WS-REASON-TEXT  TO DBNL-REASON
067100     EXEC SQL
067200         INSERT INTO API5.DEBIT_NOTE_LINES
067300         (NOTE_NO, LINE_NO, P_NO, W_CODE, LOT_NO, QTY,
067400          UNIT_COST, AMOUNT, COST_BASIS, PO_NO, REASON)
067500         VALUES(:DBNL-NO,
067600                :DBNL-LINE-NO,
067700                :DBNL-P-NO,
067800                :DBNL-W-CODE,
067900                :DBNL-LOT-NO,
068000                :DBNL-QTY,
068100                :DBNL-UNIT-COST,
068200                :DBNL-AMOUNT,
068300                :DBNL-COST-BASIS,
068400                :DBNL-PO-NO,
068500                :DBNL-REASON)
068600     END-EXEC
068700     PERFORM TEST-SQLCODE
068800     EXEC SQL
068900        UPDATE API5.DEBIT_NOTES
069000        SET AMOUNT = AMOUNT + :WS-LINE-AMOUNT
069100        WHERE NOTE_NO = :DBN-NO
069200     END-EXEC
069300     PERFORM TEST-SQLCODE
069400     EXEC SQL
069500        UPDATE API5.AP_OPEN_ITEMS
069600        SET ORIG_AMOUNT = ORIG_AMOUNT - :WS-LINE-AMOUNT,
069700            OPEN_AMOUNT = OPEN_AMOUNT - :WS-LINE-AMOUNT
069800        WHERE SUP_NO = :APIT-SUP-NO
069900        AND   INV_NO = :APIT-INV-NO
070000     END-EXEC
070100     PERFORM TEST-SQLCODE
070200     ADD WS-LINE-AMOUNT TO WS-NOTE-TOTAL
070300     ADD WS-LINE-AMOUNT TO WS-TOT-AMOUNT
070400
070500     MOVE WS-PROD-NO      TO DET-PNO-ED
070600     MOVE WS-DEPOT-TEXT   TO DET-DEPOT-ED
070700     MOVE WS-LOT-TEXT     TO DET-LOT-ED
070800     MOVE WS-QTY          TO DET-QTY-ED
070900     MOVE DBNL-UNIT-COST  TO DET-COST-ED
071000     MOVE SPACES          TO DET-BASIS-ED
071100     MOVE DBNL-COST-BASIS TO DET-BASIS-ED(2:1)
071200     MOVE WS-LINE-AMOUNT  TO DET-AMT-ED
071300     MOVE WS-REASON-TEXT  TO DET-REASON-ED
071400     WRITE ENR-OUTDBN FROM L-DETAIL-LINE
071500     .
071600
071700 CLOSE-DEBIT-NOTE.
071800     MOVE DBN-AP-INV-NO   TO NOTE-AP-ED
071900     MOVE WS-NOTE-TOTAL   TO NOTE-TOT-ED
072000     WRITE ENR-OUTDBN FROM L-NOTE-TOTAL
072100     WRITE ENR-OUTDBN FROM L-HEADER-BLANK
072200     MOVE ZERO TO WS-NOTE-SUP
072300     .
072400
072500 WRITE-REJECT.
072600     STRING RTVFILE-RECORD DELIMITED BY SIZE
072700            ' - ' DELIMITED BY SIZE
072800            WS-REJECT-REASON DELIMITED BY SIZE
072900         INTO WS-REJECT-OUT
073000     END-STRING
073100     MOVE WS-REJECT-OUT TO REJRTV-RECORD
073200     WRITE REJRTV-RECORD
073300     DISPLAY 'RETOUR FOURNISSEUR REJETE : ' WS-REJECT-REASON
073400     ADD 1 TO WS-CNT-REJECTED
073500     .
073600
073700 COMMIT-SQL.
073800     EXEC SQL COMMIT END-EXEC
073900     PERFORM TEST-SQLCODE
074000     .
074100
074200 TEST-SQLCODE.
074300     EVALUATE TRUE
074400        WHEN SQLCODE = ZERO
074500             CONTINUE
074600        WHEN SQLCODE > ZERO
074700             IF SQLCODE = 100
074800                CONTINUE
074900             ELSE
075000                DISPLAY 'WARNING : ' SQLCODE
075100                MOVE 'WARNING' TO WS-LOG-MESSAGE
075200                PERFORM LOG-EXCEPTION
075300             END-IF
075400        WHEN OTHER
075500             DISPLAY 'ANOMALIE : ' SQLCODE
075600             MOVE 'ANOMALIE' TO WS-LOG-MESSAGE
075700             PERFORM LOG-EXCEPTION
075800             PERFORM ABEND-PROG
075900     END-EVALUATE.
076000
076100 ABEND-PROG.
076200     EXEC SQL ROLLBACK END-EXEC
076300     DISPLAY 'PART107 ABENDING - SEE SQLCODE ABOVE'
076400     MOVE 16 TO RETURN-CODE
076500     STOP RUN.
076600
076700******************************************************
076800*** WRITES ONE TIMESTAMPED ROW TO THE SHARED        ***
076900*** EXCPLOG FILE FOR EVERY WARNING/ABEND SQLCODE    ***
077000*** THIS PROGRAM ENCOUNTERS.                        ***
077100******************************************************
077200 LOG-EXCEPTION.
077300     ACCEPT EXCPLOG-DATE FROM DATE YYYYMMDD
077400     ACCEPT EXCPLOG-TIME FROM TIME
077500     MOVE WS-LOG-PROGID  TO EXCPLOG-PROGID
077600     MOVE SQLCODE        TO EXCPLOG-SQLCODE
077700     IF SQLCODE < ZERO
077800        MOVE 'E' TO EXCPLOG-SEVERITY
077900     ELSE
078000        MOVE 'W' TO EXCPLOG-SEVERITY
078100     END-IF
078200     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
078300     WRITE EXCPLOG-RECORD
078400     .
