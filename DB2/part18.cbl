001303*              STOCK AS USUAL AND THE NAMED API5.RMA ROW'S       *
001304*              QTY_RETURNED ADVANCES, CLOSING THE RMA ONCE IT    *
001305*              COVERS THE AUTHORIZATION.                         *
001306* 2026-10-15 : A RECEIPT MATCHED TO A PO LINE STAMPS THE LINE'S  *
001307*              RECV_DATE WITH THE DELIVERY DATE, AND THE 'G'     *
001308*              MOVEMENT ROW CARRIES THE PO NUMBER, SO PART88 CAN *
001309*              SCORE SUPPLIER DELIVERY PERFORMANCE.              *
001309* 2026-10-15 : THE DELIVERY FILE MAY CARRY A 7TH FIELD, THE PACK *
001309*              THE SUPPLIER DELIVERED IN (A CODE FROM            *
001309*              API5.PRODUCT_UNITS, E.G. 'PL' FOR A PALLET). THE  *
001309*              QUANTITY IS MULTIPLIED OUT TO BASE UNITS BEFORE   *
001309*              IT TOUCHES STOCK, LOTS, THE LEDGER OR THE PO/RMA  *
001309*              MATCH; AN UNKNOWN PACK IS REJECTED. AN EMPTY      *
001309*              FIELD MEANS BASE UNITS AS BEFORE.                 *
001309* 2026-10-15 : A RECEIPT MATCHED TO A PO LINE NOW RECALCULATES   *
001309*              PRODUCTS.COST AS A WEIGHTED MOVING AVERAGE OF THE *
001309*              STOCK ALREADY ON HAND AT ITS COST AND THE         *
001309*              RECEIVED UNITS AT THE LINE'S UNIT_PRICE. A        *
001309*              CHARGES RECORD '***;REFERENCE;FREIGHT;DUTY'       *
001309*              FOLLOWING A RECEIPT'S LINES SPREADS THE FREIGHT   *
001309*              AND DUTY OVER THIS RUN'S LINES WITH THAT          *
001309*              REFERENCE IN PROPORTION TO THEIR VALUE, AS LANDED *
001309*              COST. EVERY COST CHANGE IS LOGGED TO              *
001309*              API5.COST_HISTORY WITH THE OLD AND NEW COST AND   *
001309*              THE RECEIPT, AND THE REGISTER SHOWS THE COST      *
001309*              AFTER EACH LINE.                                  *
001309* 2026-10-15 : THE DELIVERY FILE MAY CARRY AN 8TH FIELD, 'Q' FOR *
001309*              A RECEIPT THAT MUST BE INSPECTED BEFORE IT CAN BE *
001309*              SOLD. THE UNITS COUNT AS ON HAND (PRODUCTS.STOCK  *
001309*              AND THE DEPOT ROW) BUT ALSO GO TO THE DEPOT'S     *
001309*              WAREHOUSE_STOCK.QUARANTINE FIGURE AND AN          *
001309*              API5.STOCK_QUARANTINE ROW FOR THE LOT INSTEAD OF  *
001309*              API5.STOCK_LOTS, SO NOTHING CAN RESERVE THEM      *
001309*              UNTIL PART104 RELEASES THEM. THE RECORD WIDENS TO *
001309*              60 BYTES (REJDLV TO 100) AND THE FIELDS ARE       *
001309*              CLEARED BEFORE EACH LINE IS SPLIT.                *
001309* 2026-10-15 : A DELIVERY DATED IN A MONTH PART23 HAS CLOSED IS  *
001309*              NOW REFUSED ('PERIODE CLOTUREE') OR RE-DATED TO   *
001309*              THE FIRST DAY OF THE NEXT OPEN MONTH, AS PART18'S *
001309*              API5.PERIOD_POLICY ROW SAYS (PERCHK). THE SUMMARY *
001309*              COUNTS BOTH.                                      *
001309* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001309*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001309*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001309*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001309* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001309*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001309*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001309*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001309*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001309*              FOR THE PART131 REPORT.                           *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD DELIVERY.
003200 01 DELIVERY-RECORD    PIC X(60).
003300 FD REJDLV.
003400 01 REJDLV-RECORD      PIC X(100).
003500 FD OUTRCV.
003600 01 ENR-OUTRCV         PIC X(80).
003700 FD EXCPLOG.
004693     END-EXEC.
004694     EXEC SQL
004695        INCLUDE RMA
004695     END-EXEC.
004695     EXEC SQL
004695        INCLUDE PRODUNIT
004696     END-EXEC.
004697     EXEC SQL
004698        INCLUDE COSTHIST
004699     END-EXEC
004699     EXEC SQL
004699        INCLUDE STOCKQTN
004699     END-EXEC
004700
004800 01 DELIMITER-VAR  PIC X VALUE ";".
004900 01 WS-DATA.
005300    05 WS-DLV-DATE-TEXT PIC X(10).
005310    05 WS-DEPOT-TEXT    PIC X(2).
005320    05 WS-LOT-TEXT      PIC X(10).
005360    05 WS-UNIT-TEXT     PIC X(2).
005373    05 WS-QTN-TEXT      PIC X(1).
005386       88 RECEIPT-TO-QUARANTINE VALUE 'Q'.
005400 01 WS-FLAG-END PIC 9 VALUE ZERO.
005500    88 END-OF-FILE     VALUE 1.
005600
006100    88 PRODUCT-FOUND     VALUE 'O'.
006200    88 PRODUCT-UNKNOWN   VALUE 'N'.
006300 01 WS-REJECT-REASON   PIC X(30).
006400 01 WS-REJECT-OUT      PIC X(100).
006500 01 WS-QTY             PIC 9(5) COMP-3.
006550 01 WS-PACK-QTY        PIC 9(5) COMP-3.
006575 01 WS-QTN-QTY         PIC 9(5) COMP-3 VALUE ZERO.
006600 01 WS-DLV-DATE        PIC X(10).
006700 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
006800 01 WS-CNT-POSTED      PIC 9(5) VALUE ZERO.
007231 01 WS-CNT-PO-UNKNOWN  PIC 9(5) VALUE ZERO.
007232 01 WS-CNT-PO-OVER     PIC 9(5) VALUE ZERO.
007233 01 WS-CNT-RMA-CLOSED  PIC 9(5) VALUE ZERO.
007234******************************************************
007235*** COST MAINTENANCE - THE PRODUCT'S STOCK AND      ***
007236*** COST BEFORE THIS LINE, THE VALUE THE LINE       ***
007237*** CAME IN AT, AND THE RUN'S VALUED LINES THAT     ***
007238*** A CHARGES RECORD SPREADS ITS FREIGHT AND        ***
007239*** DUTY OVER.                                      ***
007240******************************************************
007241 01 WS-CUR-STOCK        PIC S9(7) COMP-3.
007242 01 WS-PRIOR-STOCK      PIC S9(7) COMP-3.
007243 01 WS-OLD-COST         PIC 9(3)V99 COMP-3.
007244 01 WS-NEW-COST         PIC 9(3)V99 COMP-3.
007245 01 WS-LINE-COST        PIC 9(3)V99 COMP-3.
007246 01 WS-LINE-PRICE       PIC 9(3)V99 COMP-3.
007247 01 WS-COST-DATE        PIC X(10).
007248 01 WS-TODAY-RAW        PIC X(8).
007248 01 RUNDATE             PIC X(8) VALUE 'RUNDATE'.
007248 01 PARMGET             PIC X(8) VALUE 'PARMGET'.
007248 01 WS-PGET-PROGID      PIC X(8) VALUE 'PART18'.
007248 01 WS-PGET-NAME        PIC X(12).
007248 01 WS-PGET-VALUE       PIC X(40).
007248 01 WS-PGET-RETCODE     PIC S9(4) COMP.
007249 01 WS-COST-SOURCE      PIC X(1).
007250 01 WS-COST-REF         PIC X(12).
007251 01 WS-COST-QTY         PIC 9(5) COMP-3.
007252 01 WS-COST-OK          PIC X VALUE 'O'.
007253    88 COST-IN-RANGE      VALUE 'O'.
007254    88 COST-OUT-OF-RANGE  VALUE 'N'.
007255 01 WS-CNT-COST-AVG     PIC 9(5) VALUE ZERO.
007256 01 WS-CNT-CHARGES      PIC 9(5) VALUE ZERO.
007257 01 WS-CNT-COST-LANDED  PIC 9(5) VALUE ZERO.
007257 01 WS-CNT-QUARANTINED PIC 9(5) VALUE ZERO.
007258 01 WS-CHG-DATA.
007259    05 WS-CHG-MARK          PIC X(3).
007260    05 WS-CHG-REF           PIC X(12).
007261    05 WS-CHG-FREIGHT-TEXT  PIC X(10).
007262    05 WS-CHG-DUTY-TEXT     PIC X(10).
007263 01 WS-CHG-TOTAL        PIC 9(7)V99 COMP-3.
007264 01 WS-CHG-BASE         PIC 9(11)V99 COMP-3.
007265 01 WS-CHG-SHARE        PIC 9(7)V99 COMP-3.
007266 01 WS-CHG-LINES        PIC 9(3) COMP.
007267 01 WS-RCV-MAX          PIC 9(3) COMP VALUE 500.
007268 01 WS-RCV-COUNT        PIC 9(3) COMP VALUE ZERO.
007269 01 WS-RCV-IX           PIC 9(3) COMP.
007270 01 WS-RCV-TABLE.
007271    05 WS-RCV-ENTRY OCCURS 500.
007272       10 WS-RCV-REF       PIC X(12).
007273       10 WS-RCV-P-NO      PIC X(3).
007274       10 WS-RCV-VALUE     PIC 9(9)V99 COMP-3.
007300 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
007316 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
007332 01 WS-PER-RESULT      PIC X(10).
007348 01 WS-PER-STATUS      PIC X(1).
007364 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
007380 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
007400
007500 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
007600 01 L-TITLE-LINE      PIC X(80) VALUE
008000    05 FILLER  PIC X(8)  VALUE 'QTY     '.
008100    05 FILLER  PIC X(14) VALUE 'REFERENCE'.
008200    05 FILLER  PIC X(12) VALUE 'DATE'.
008300    05 FILLER  PIC X(10) VALUE 'PACK'.
008325    05 FILLER  PIC X(8)  VALUE 'NEW COST'.
008337    05 FILLER  PIC X(6)  VALUE 'HOLD'.
008350    05 FILLER  PIC X(13) VALUE SPACE.
008400 01 L-DETAIL-LINE.
008500    05 DET-PNO-ED     PIC X(3).
008600    05 FILLER         PIC X(6)  VALUE SPACE.
008900    05 DET-REF-ED     PIC X(12).
009000    05 FILLER         PIC X(2)  VALUE SPACE.
009100    05 DET-DATE-ED    PIC X(10).
009200    05 FILLER         PIC X(2)  VALUE SPACE.
009220    05 DET-PACK-QTY-ED PIC ZZZZ9.
009240    05 FILLER         PIC X(1)  VALUE SPACE.
009260    05 DET-UNIT-ED    PIC X(2).
009280    05 FILLER         PIC X(2)  VALUE SPACE.
009286    05 DET-COST-ED    PIC ZZ9,99.
009292    05 FILLER         PIC X(2)  VALUE SPACE.
009292    05 DET-HOLD-ED    PIC X(4).
009292    05 FILLER         PIC X(15) VALUE SPACE.
009292 01 L-CHARGES-LINE.
009292    05 FILLER         PIC X(17) VALUE 'LANDED CHARGES'.
009292    05 CHG-REF-ED     PIC X(12).
009292    05 FILLER         PIC X(2)  VALUE SPACE.
009292    05 CHG-TOTAL-ED   PIC ZZZZZZ9,99.
009292    05 FILLER         PIC X(6)  VALUE ' OVER '.
009292    05 CHG-LINES-ED   PIC ZZ9.
009292    05 FILLER         PIC X(30) VALUE ' LINE(S)'.
009300
009400 PROCEDURE DIVISION.
009500
012220     DISPLAY 'NO OPEN PO LINE     : ' WS-CNT-PO-UNKNOWN
012230     DISPLAY 'OVER-DELIVERIES     : ' WS-CNT-PO-OVER
012240     DISPLAY 'RMAS CLOSED         : ' WS-CNT-RMA-CLOSED
012255     DISPLAY 'COSTS AVERAGED      : ' WS-CNT-COST-AVG
012270     DISPLAY 'CHARGES RECORDS     : ' WS-CNT-CHARGES
012285     DISPLAY 'LANDED COST UPDATES : ' WS-CNT-COST-LANDED
012292     DISPLAY 'INTO QUARANTINE     : ' WS-CNT-QUARANTINED
012294     DISPLAY 'CLOSED PER REFUSED  : ' WS-CNT-PER-REFUSED
012296     DISPLAY 'CLOSED PER REDATED  : ' WS-CNT-PER-REDATED
012300     DISPLAY '===================================='
012400     .
012500 TRAITEMENT-FICHIER.
013000     END-READ
013100     .
013200 TRAITEMENT-LIGNE.
013225     IF DELIVERY-RECORD(1:4) = '***;'
013250        PERFORM HANDLE-CHARGES-RECORD
013275     ELSE
013300        ADD 1 TO WS-CNT-READ
013350        MOVE SPACES TO WS-DATA
013400        UNSTRING DELIVERY-RECORD
013500           DELIMITED BY DELIMITER-VAR
013600           INTO WS-PROD-NO
013700                WS-QTY-TEXT
013800                WS-REFERENCE
013900                WS-DLV-DATE-TEXT
013950                WS-DEPOT-TEXT
013960                WS-LOT-TEXT
013980                WS-UNIT-TEXT
013990                 WS-QTN-TEXT
014000        END-UNSTRING
014010        IF WS-DEPOT-TEXT = SPACES
014020           MOVE 'W1' TO WS-DEPOT-TEXT
014030        END-IF
014100        PERFORM VALIDATE-LIGNE
014200        IF LIGNE-VALIDE
014300           PERFORM POST-DELIVERY
014400        ELSE
014500           PERFORM WRITE-REJECT
014600        END-IF
014650     END-IF
014700     .
014800
014900 VALIDATE-LIGNE.
015800           SET LIGNE-INVALIDE TO TRUE
015900        ELSE
016000           PERFORM VALIDATE-DLV-DATE
016012            IF LIGNE-VALIDE
016024               AND WS-QTN-TEXT NOT = SPACE
016036               AND NOT RECEIPT-TO-QUARANTINE
016048               MOVE 'CODE INSPECTION INVALIDE'
016060                    TO WS-REJECT-REASON
016072               SET LIGNE-INVALIDE TO TRUE
016084            END-IF
016088            IF LIGNE-VALIDE
016092               PERFORM CHECK-POSTING-PERIOD
016096            END-IF
016100        END-IF
016200     END-IF
016300     .
017000        SET LIGNE-INVALIDE TO TRUE
017100     END-IF
017200     .
017204
017208******************************************************
017212*** A LINE DATED IN A MONTH PART23 HAS CLOSED IS    ***
017216*** REFUSED OR RE-DATED TO THE NEXT OPEN MONTH, AS  ***
017220*** THIS PROGRAM'S PERIOD_POLICY ROW SAYS (PERCHK). ***
017224******************************************************
017228 CHECK-POSTING-PERIOD.
017232     CALL PERCHK USING WS-LOG-PROGID WS-DLV-DATE
017236                       WS-PER-RESULT WS-PER-STATUS
017240     EVALUATE WS-PER-STATUS
017244        WHEN 'N'
017248             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
017252             SET LIGNE-INVALIDE TO TRUE
017256             ADD 1 TO WS-CNT-PER-REFUSED
017260        WHEN 'D'
017264             DISPLAY 'DATE REPORTEE : ' WS-DLV-DATE ' -> '
017268                     WS-PER-RESULT ' PRODUIT ' WS-PROD-NO
017272             MOVE WS-PER-RESULT TO WS-DLV-DATE
017276             ADD 1 TO WS-CNT-PER-REDATED
017280     END-EVALUATE
017284     .
017300
017400******************************************************
017500*** ADDS THE DELIVERED UNITS TO PRODUCTS.STOCK.     ***
017800******************************************************
017900 POST-DELIVERY.
018000     COMPUTE WS-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
018020     MOVE WS-QTY TO WS-PACK-QTY
018040     IF WS-UNIT-TEXT NOT = SPACES AND WS-QTY NOT = ZERO
018060        PERFORM APPLY-DELIVERY-UNIT
018080     END-IF
018100     IF LIGNE-INVALIDE
018125        PERFORM WRITE-REJECT
018150     ELSE
018175     IF WS-QTY = ZERO
018200        MOVE 'QUANTITE NULLE' TO WS-REJECT-REASON
018300        PERFORM WRITE-REJECT
018400     ELSE
018500        PERFORM INCREMENT-PRODUCT-STOCK
018600        IF PRODUCT-FOUND
018650           PERFORM ADD-TO-WAREHOUSE-STOCK
018660           IF RECEIPT-TO-QUARANTINE
018662              PERFORM ADD-TO-QUARANTINE
018664              ADD 1 TO WS-CNT-QUARANTINED
018666           ELSE
018668           IF WS-LOT-TEXT NOT = SPACES
018670              PERFORM ADD-TO-STOCK-LOT
018680           END-IF
018690           END-IF
018700           ADD 1 TO WS-CNT-POSTED
018800           ADD WS-QTY TO WS-TOT-UNITS
018850           PERFORM INSERT-STOCK-MOVEMENT
018855           PERFORM READ-PRODUCT-COST
018860           IF WS-REFERENCE(1:6) IS NUMERIC
018870              PERFORM MATCH-PO-LINE
018880           END-IF
018880           PERFORM RECORD-RECEIPT-VALUE
018881           IF WS-REFERENCE(1:3) = 'RMA'
018882              PERFORM MATCH-RMA-RETURN
018883           END-IF
019200           PERFORM WRITE-REJECT
019300        END-IF
019400     END-IF
019450     END-IF
019500     .
019600
019602******************************************************
019604*** A DELIVERY IN PACKS (CASES, PALLETS...) IS      ***
019606*** TURNED INTO BASE UNITS WITH THE API5.PRODUCT_   ***
019608*** UNITS FACTOR; THE PRODUCT'S OWN BASE UNIT       ***
019610*** COUNTS 1. STOCK NEVER SEES ANYTHING ELSE.       ***
019612******************************************************
019614 APPLY-DELIVERY-UNIT.
019616     MOVE WS-PROD-NO   TO PUNIT-P-NO
019618     MOVE WS-UNIT-TEXT TO PUNIT-CODE
019620     EXEC SQL
019622        SELECT CASE WHEN COALESCE(P.BASE_UNIT, 'EA')
019624                         = :PUNIT-CODE THEN 1
019626                    ELSE COALESCE(U.FACTOR, 0) END
019628             INTO :PUNIT-FACTOR
019630        FROM API5.PRODUCTS P
019632        LEFT JOIN API5.PRODUCT_UNITS U
019634             ON  U.P_NO      = P.P_NO
019636             AND U.UNIT_CODE = :PUNIT-CODE
019638        WHERE P.P_NO = :PUNIT-P-NO
019640     END-EXEC
019642     EVALUATE TRUE
019644        WHEN SQLCODE = +100
019646             MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
019648             SET LIGNE-INVALIDE TO TRUE
019650        WHEN SQLCODE < ZERO
019652             DISPLAY 'ANOMALIE GRAVE PRODUCT UNITS : ' SQLCODE
019654             MOVE 'ANOMALIE PRODUCT UNITS' TO WS-LOG-MESSAGE
019656             PERFORM LOG-EXCEPTION
019658             PERFORM ABEND-PROG
019660        WHEN PUNIT-FACTOR = ZERO
019662             MOVE 'UNITE INCONNUE' TO WS-REJECT-REASON
019664             SET LIGNE-INVALIDE TO TRUE
019666        WHEN OTHER
019668             COMPUTE WS-QTY = WS-PACK-QTY * PUNIT-FACTOR
019670                ON SIZE ERROR
019672                   MOVE 'QUANTITE HORS LIMITE' TO WS-REJECT-REASON
019674                   SET LIGNE-INVALIDE TO TRUE
019676             END-COMPUTE
019678     END-EVALUATE
019680     .
019682
019700 INCREMENT-PRODUCT-STOCK.
019800     SET PRODUCT-FOUND TO TRUE
019900     EXEC SQL
021893*** THE PRODUCT BEFORE.                             ***
021894******************************************************
021895 ADD-TO-WAREHOUSE-STOCK.
021895     IF RECEIPT-TO-QUARANTINE
021895        MOVE WS-QTY TO WS-QTN-QTY
021895     ELSE
021895        MOVE ZERO TO WS-QTN-QTY
021895     END-IF
021896     EXEC SQL
021897        UPDATE API5.WAREHOUSE_STOCK
021898        SET STOCK = STOCK + :WS-QTY,
021898            QUARANTINE = COALESCE(QUARANTINE, 0)
021898                         + :WS-QTN-QTY
021899        WHERE W_CODE = :WS-DEPOT-TEXT
021900        AND   P_NO   = :WS-PROD-NO
021901     END-EXEC
021903        MOVE WS-DEPOT-TEXT TO WHS-W-CODE
021904        MOVE WS-PROD-NO    TO WHS-P-NO
021905        MOVE WS-QTY        TO WHS-STOCK
021905        MOVE WS-QTN-QTY    TO WHS-QUARANTINE
021906        EXEC SQL
021907           INSERT INTO API5.WAREHOUSE_STOCK
021908           (W_CODE, P_NO, STOCK, QUARANTINE)
021909           VALUES(:WHS-W-CODE, :WHS-P-NO, :WHS-STOCK,
021909                  :WHS-QUARANTINE)
021910        END-EXEC
021911     END-IF
021912     IF SQLCODE < ZERO
021957     ACCEPT WS-MVT-TIME FROM TIME
021958     MOVE WS-MVT-TIME TO STKMVT-TIME
021958     MOVE WS-LOT-TEXT TO STKMVT-LOT
021959     IF WS-REFERENCE(1:6) IS NUMERIC
021959        MOVE WS-REFERENCE(1:6) TO STKMVT-PO-NO
021959     ELSE
021959        MOVE ZERO TO STKMVT-PO-NO
021959     END-IF
021959
021960     EXEC SQL
021961         INSERT INTO API5.STOCK_MOVEMENTS
021962         (P_NO, QTY, DIRECTION, SOURCE, O_NO, W_CODE,
021963          MVT_DATE, MVT_TIME, LOT_NO, PO_NO)
021964         VALUES(:STKMVT-P-NO,
021965                :STKMVT-QTY,
021966                :STKMVT-DIRECTION,
021968                :STKMVT-W-CODE,
021969                :STKMVT-DATE,
021970                :STKMVT-TIME,
021971                :STKMVT-LOT,
021971                :STKMVT-PO-NO)
021972     END-EXEC
021972
021973     EVALUATE TRUE
022014******************************************************
022015 READ-TOLERANCE-PARAMETER.
022016     MOVE SPACES TO WS-TOL-PARM
022017     MOVE 'POTOL' TO WS-PGET-NAME
022017     PERFORM GET-RUN-PARM
022017     MOVE WS-PGET-VALUE TO WS-TOL-PARM
022018     IF WS-TOL-PARM NOT = SPACES
022019        AND WS-TOL-PARM IS NUMERIC
022020        MOVE WS-TOL-PARM TO WS-PO-TOL
022034     MOVE WS-REFERENCE(1:6) TO POL-PO-NO
022035     MOVE WS-PROD-NO        TO POL-P-NO
022036     EXEC SQL
022037        SELECT QTY_ORDERED, QTY_RECEIVED, UNIT_PRICE
022038             INTO :POL-QTY-ORDERED, :POL-QTY-RECEIVED,
022038                  :POL-UNIT-PRICE
022039        FROM API5.PO_LINES
022040        WHERE PO_NO = :POL-PO-NO
022041        AND   P_NO  = :POL-P-NO
022074     EXEC SQL
022075        UPDATE API5.PO_LINES
022076        SET QTY_RECEIVED = :WS-NEW-RECEIVED,
022077            LINE_STATUS  = :POL-STATUS,
022077            RECV_DATE    = :WS-DLV-DATE
022078        WHERE PO_NO = :POL-PO-NO
022079        AND   P_NO  = :POL-P-NO
022080     END-EXEC
022085     IF POL-STATUS = 'C'
022086        PERFORM CLOSE-PO-IF-DONE
022087     END-IF
022087     IF POL-UNIT-PRICE > ZERO
022087        PERFORM APPLY-MOVING-AVERAGE
022087     END-IF
022088     .
022089
022090 CLOSE-PO-IF-DONE.
023000     MOVE WS-QTY       TO DET-QTY-ED
023100     MOVE WS-REFERENCE TO DET-REF-ED
023200     MOVE WS-DLV-DATE  TO DET-DATE-ED
023206     MOVE WS-LINE-COST TO DET-COST-ED
023207     IF RECEIPT-TO-QUARANTINE
023208        MOVE 'QUAR'       TO DET-HOLD-ED
023209     ELSE
023210        MOVE SPACES       TO DET-HOLD-ED
023211     END-IF
023212     IF WS-UNIT-TEXT = SPACES
023224        MOVE ZERO         TO DET-PACK-QTY-ED
023236        MOVE SPACES       TO DET-UNIT-ED
023248     ELSE
023260        MOVE WS-PACK-QTY  TO DET-PACK-QTY-ED
023272        MOVE WS-UNIT-TEXT TO DET-UNIT-ED
023284     END-IF
023300     WRITE ENR-OUTRCV FROM L-DETAIL-LINE
023400     .
023500
028200     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
028300     WRITE EXCPLOG-RECORD
028400     .
028500
028600******************************************************
028700*** READS THE PRODUCT'S STOCK (THIS RECEIPT         ***
028800*** ALREADY IN IT) AND COST ON FILE. UNTIL A PO     ***
028900*** LINE SAYS OTHERWISE THE LINE IS VALUED AT       ***
029000*** THAT COST.                                      ***
029100******************************************************
029200 READ-PRODUCT-COST.
029300     EXEC SQL
029400        SELECT STOCK, COALESCE(COST, 0)
029500             INTO :WS-CUR-STOCK, :WS-OLD-COST
029600        FROM API5.PRODUCTS
029700        WHERE P_NO = :WS-PROD-NO
029800     END-EXEC
029900     IF SQLCODE NOT = ZERO
030000        DISPLAY 'ANOMALIE GRAVE SELECT COST : ' SQLCODE
030100        MOVE 'ANOMALIE SELECT COST' TO WS-LOG-MESSAGE
030200        PERFORM LOG-EXCEPTION
030300        PERFORM ABEND-PROG
030400     END-IF
030500     MOVE WS-OLD-COST TO WS-LINE-COST
030600     MOVE WS-OLD-COST TO WS-LINE-PRICE
030700     .
030800
030900******************************************************
031000*** WEIGHTED MOVING AVERAGE - THE UNITS ALREADY     ***
031100*** ON HAND AT THE COST ON FILE PLUS THE UNITS      ***
031200*** JUST RECEIVED AT THE PO LINE'S UNIT_PRICE.      ***
031300*** WITH NO STOCK BEFORE THE RECEIPT, OR NO COST    ***
031400*** KNOWN, THE UNIT_PRICE BECOMES THE COST.         ***
031500******************************************************
031600 APPLY-MOVING-AVERAGE.
031700     MOVE POL-UNIT-PRICE TO WS-LINE-PRICE
031800     COMPUTE WS-PRIOR-STOCK = WS-CUR-STOCK - WS-QTY
031900     IF WS-PRIOR-STOCK <= ZERO OR WS-OLD-COST = ZERO
032000        MOVE POL-UNIT-PRICE TO WS-NEW-COST
032100     ELSE
032200        COMPUTE WS-NEW-COST ROUNDED =
032300                (WS-PRIOR-STOCK * WS-OLD-COST
032400                 + WS-QTY * POL-UNIT-PRICE)
032500                / (WS-PRIOR-STOCK + WS-QTY)
032600     END-IF
032700     ADD 1 TO WS-CNT-COST-AVG
032800     IF WS-NEW-COST NOT = WS-OLD-COST
032900        MOVE WS-PROD-NO   TO CSTH-P-NO
033000        MOVE 'R'          TO WS-COST-SOURCE
033100        MOVE WS-REFERENCE TO WS-COST-REF
033200        MOVE WS-QTY       TO WS-COST-QTY
033300        MOVE WS-DLV-DATE  TO WS-COST-DATE
033400        PERFORM UPDATE-PRODUCT-COST
033500        MOVE WS-NEW-COST  TO WS-LINE-COST
033600     END-IF
033700     .
033800
033900******************************************************
034000*** KEEPS THE RUN'S VALUED LINES (REFERENCE,        ***
034100*** PRODUCT, QTY X UNIT VALUE) FOR A CHARGES        ***
034200*** RECORD THAT FOLLOWS THEM.                       ***
034300******************************************************
034400 RECORD-RECEIPT-VALUE.
034500     IF WS-RCV-COUNT < WS-RCV-MAX
034600        ADD 1 TO WS-RCV-COUNT
034700        MOVE WS-REFERENCE TO WS-RCV-REF(WS-RCV-COUNT)
034800        MOVE WS-PROD-NO   TO WS-RCV-P-NO(WS-RCV-COUNT)
034900        COMPUTE WS-RCV-VALUE(WS-RCV-COUNT) =
035000                WS-QTY * WS-LINE-PRICE
035100     ELSE
035200        DISPLAY 'PART18 : TABLE RECEPTIONS PLEINE - '
035300                WS-REFERENCE ' HORS REPARTITION DES FRAIS'
035400     END-IF
035500     .
035600
035700******************************************************
035800*** A CHARGES RECORD '***;REFERENCE;FREIGHT;DUTY'   ***
035900*** CARRIES THE RECEIPT'S FREIGHT AND DUTY (USD).   ***
036000*** THE TOTAL IS SPREAD OVER THE LINES ALREADY      ***
036100*** POSTED THIS RUN UNDER THE SAME REFERENCE, IN    ***
036200*** PROPORTION TO THEIR VALUE, AS LANDED COST.      ***
036300******************************************************
036400 HANDLE-CHARGES-RECORD.
036500     ADD 1 TO WS-CNT-CHARGES
036600     MOVE SPACES TO WS-CHG-DATA
036700     UNSTRING DELIVERY-RECORD
036800        DELIMITED BY DELIMITER-VAR
036900        INTO WS-CHG-MARK
037000             WS-CHG-REF
037100             WS-CHG-FREIGHT-TEXT
037200             WS-CHG-DUTY-TEXT
037300     END-UNSTRING
037400     INSPECT WS-CHG-FREIGHT-TEXT CONVERTING '.' TO ','
037500     INSPECT WS-CHG-DUTY-TEXT CONVERTING '.' TO ','
037600     IF WS-CHG-FREIGHT-TEXT = SPACES
037700        MOVE '0' TO WS-CHG-FREIGHT-TEXT
037800     END-IF
037900     IF WS-CHG-DUTY-TEXT = SPACES
038000        MOVE '0' TO WS-CHG-DUTY-TEXT
038100     END-IF
038200     EVALUATE TRUE
038300        WHEN WS-CHG-REF = SPACES
038400             MOVE 'REFERENCE FRAIS MANQUANTE' TO WS-REJECT-REASON
038500             PERFORM WRITE-REJECT
038600        WHEN FUNCTION TEST-NUMVAL(WS-CHG-FREIGHT-TEXT) NOT = ZERO
038700          OR FUNCTION TEST-NUMVAL(WS-CHG-DUTY-TEXT) NOT = ZERO
038800             MOVE 'MONTANT FRAIS INVALIDE' TO WS-REJECT-REASON
038900             PERFORM WRITE-REJECT
039000        WHEN OTHER
039100             COMPUTE WS-CHG-TOTAL =
039200                     FUNCTION NUMVAL(WS-CHG-FREIGHT-TEXT)
039300                   + FUNCTION NUMVAL(WS-CHG-DUTY-TEXT)
039400             PERFORM SPREAD-CHARGES
039500     END-EVALUATE
039600     .
039700
039800 SPREAD-CHARGES.
039900     MOVE ZERO TO WS-CHG-BASE
040000     MOVE ZERO TO WS-CHG-LINES
040100     PERFORM SUM-CHARGE-BASE
040200        VARYING WS-RCV-IX FROM 1 BY 1
040300        UNTIL WS-RCV-IX > WS-RCV-COUNT
040400     IF WS-CHG-BASE = ZERO
040500        MOVE 'AUCUNE LIGNE POUR LES FRAIS' TO WS-REJECT-REASON
040600        PERFORM WRITE-REJECT
040700     ELSE
040800        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
040850        CALL RUNDATE USING WS-TODAY-RAW
040900        STRING WS-TODAY-RAW(1:4) '-'
041000               WS-TODAY-RAW(5:2) '-'
041100               WS-TODAY-RAW(7:2)
041200               DELIMITED BY SIZE INTO WS-COST-DATE
041300        END-STRING
041400        PERFORM APPLY-LANDED-SHARE
041500           VARYING WS-RCV-IX FROM 1 BY 1
041600           UNTIL WS-RCV-IX > WS-RCV-COUNT
041700        MOVE WS-CHG-REF   TO CHG-REF-ED
041800        MOVE WS-CHG-TOTAL TO CHG-TOTAL-ED
041900        MOVE WS-CHG-LINES TO CHG-LINES-ED
042000        WRITE ENR-OUTRCV FROM L-CHARGES-LINE
042100     END-IF
042200     .
042300
042400 SUM-CHARGE-BASE.
042500     IF WS-RCV-REF(WS-RCV-IX) = WS-CHG-REF
042600        AND WS-RCV-VALUE(WS-RCV-IX) > ZERO
042700        ADD WS-RCV-VALUE(WS-RCV-IX) TO WS-CHG-BASE
042800        ADD 1 TO WS-CHG-LINES
042900     END-IF
043000     .
043100
043200******************************************************
043300*** THE LINE'S SHARE OF THE CHARGES IS ABSORBED BY  ***
043400*** THE PRODUCT'S WHOLE STOCK ON HAND, THE SAME     ***
043500*** WAY THE MOVING AVERAGE ABSORBS A RECEIPT.       ***
043600******************************************************
043700 APPLY-LANDED-SHARE.
043800     IF WS-RCV-REF(WS-RCV-IX) = WS-CHG-REF
043900        AND WS-RCV-VALUE(WS-RCV-IX) > ZERO
044000        COMPUTE WS-CHG-SHARE ROUNDED =
044100                WS-CHG-TOTAL * WS-RCV-VALUE(WS-RCV-IX)
044200                / WS-CHG-BASE
044300        MOVE WS-RCV-P-NO(WS-RCV-IX) TO CSTH-P-NO
044400        EXEC SQL
044500           SELECT STOCK, COALESCE(COST, 0)
044600                INTO :WS-CUR-STOCK, :WS-OLD-COST
044700           FROM API5.PRODUCTS
044800           WHERE P_NO = :CSTH-P-NO
044900        END-EXEC
045000        IF SQLCODE NOT = ZERO
045100           DISPLAY 'ANOMALIE GRAVE SELECT COST : ' SQLCODE
045200           MOVE 'ANOMALIE SELECT COST' TO WS-LOG-MESSAGE
045300           PERFORM LOG-EXCEPTION
045400           PERFORM ABEND-PROG
045500        END-IF
045600        IF WS-CUR-STOCK > ZERO
045700           PERFORM COMPUTE-LANDED-COST
045800        ELSE
045900           DISPLAY 'PART18 : PAS DE STOCK POUR LES FRAIS '
046000                   WS-CHG-REF ' / ' CSTH-P-NO
046100        END-IF
046200     END-IF
046300     .
046400
046500 COMPUTE-LANDED-COST.
046600     SET COST-IN-RANGE TO TRUE
046700     COMPUTE WS-NEW-COST ROUNDED =
046800             WS-OLD-COST + WS-CHG-SHARE / WS-CUR-STOCK
046900        ON SIZE ERROR
047000           SET COST-OUT-OF-RANGE TO TRUE
047100     END-COMPUTE
047200     IF COST-OUT-OF-RANGE
047300        DISPLAY 'PART18 : COUT HORS LIMITE APRES FRAIS '
047400                WS-CHG-REF ' / ' CSTH-P-NO
047500     ELSE
047600        IF WS-NEW-COST NOT = WS-OLD-COST
047700           MOVE 'L'        TO WS-COST-SOURCE
047800           MOVE WS-CHG-REF TO WS-COST-REF
047900           MOVE ZERO       TO WS-COST-QTY
048000           PERFORM UPDATE-PRODUCT-COST
048100           ADD 1 TO WS-CNT-COST-LANDED
048200        END-IF
048300     END-IF
048400     .
048500
048600******************************************************
048700*** WRITES THE NEW COST TO PRODUCTS AND ITS AUDIT   ***
048800*** ROW TO API5.COST_HISTORY. CSTH-P-NO NAMES THE   ***
048900*** PRODUCT.                                        ***
049000******************************************************
049100 UPDATE-PRODUCT-COST.
049200     EXEC SQL
049300        UPDATE API5.PRODUCTS
049400        SET COST = :WS-NEW-COST
049500        WHERE P_NO = :CSTH-P-NO
049600     END-EXEC
049700     IF SQLCODE NOT = ZERO
049800        DISPLAY 'ANOMALIE GRAVE UPDATE COST : ' SQLCODE
049900        MOVE 'ANOMALIE UPDATE COST' TO WS-LOG-MESSAGE
050000        PERFORM LOG-EXCEPTION
050100        PERFORM ABEND-PROG
050200     END-IF
050300     MOVE WS-COST-DATE   TO CSTH-DATE
050400     ACCEPT WS-MVT-TIME FROM TIME
050500     MOVE WS-MVT-TIME    TO CSTH-TIME
050600     MOVE WS-OLD-COST    TO CSTH-OLD-COST
050700     MOVE WS-NEW-COST    TO CSTH-NEW-COST
050800     MOVE WS-COST-SOURCE TO CSTH-SOURCE
050900     MOVE WS-COST-REF    TO CSTH-REF
051000     MOVE WS-COST-QTY    TO CSTH-QTY
051100     MOVE WS-LOG-PROGID  TO CSTH-PROGID
051200     EXEC SQL
051300         INSERT INTO API5.COST_HISTORY
051400         (P_NO, CHG_DATE, CHG_TIME, OLD_COST, NEW_COST,
051500          SOURCE, REF, QTY, PROGID)
051600         VALUES(:CSTH-P-NO,
051700                :CSTH-DATE,
051800                :CSTH-TIME,
051900                :CSTH-OLD-COST,
052000                :CSTH-NEW-COST,
052100                :CSTH-SOURCE,
052200                :CSTH-REF,
052300                :CSTH-QTY,
052400                :CSTH-PROGID)
052500     END-EXEC
052600     EVALUATE TRUE
052700         WHEN SQLCODE = ZERO
052800              CONTINUE
052900         WHEN SQLCODE > ZERO
053000              DISPLAY 'WARNING COST HIST : ' SQLCODE
053100              MOVE 'WARNING COST HIST' TO WS-LOG-MESSAGE
053200              PERFORM LOG-EXCEPTION
053300         WHEN OTHER
053400              DISPLAY 'ANOMALIE GRAVE COST HIST ' SQLCODE
053500              MOVE 'ANOMALIE COST HIST' TO WS-LOG-MESSAGE
053600              PERFORM LOG-EXCEPTION
053700              PERFORM ABEND-PROG
053800     END-EVALUATE
053900     .
054000
054100******************************************************
054200*** A RECEIPT INTO INSPECTION OPENS OR TOPS UP THE  ***
054300*** DEPOT'S QUARANTINE ROW FOR THE LOT (SPACES =    ***
054400*** UNTRACKED) INSTEAD OF A STOCK_LOTS ROW. THE     ***
054500*** UNITS STAY THERE UNTIL PART104 RELEASES OR      ***
054600*** REJECTS THEM.                                   ***
054700******************************************************
054800 ADD-TO-QUARANTINE.
054900     MOVE WS-PROD-NO    TO QTN-P-NO
055000     MOVE WS-DEPOT-TEXT TO QTN-W-CODE
055100     MOVE WS-LOT-TEXT   TO QTN-LOT-NO
055200     MOVE 'Q'           TO QTN-STATUS
055300     EXEC SQL
055400        UPDATE API5.STOCK_QUARANTINE
055500        SET QTY = QTY + :WS-QTY
055600        WHERE P_NO   = :QTN-P-NO
055700        AND   W_CODE = :QTN-W-CODE
055800        AND   LOT_NO = :QTN-LOT-NO
055900        AND   STATUS = :QTN-STATUS
056000     END-EXEC
056100     IF SQLCODE = +100
056200        MOVE WS-QTY      TO QTN-QTY
056300        MOVE WS-DLV-DATE TO QTN-RECV-DATE
056400        IF WS-REFERENCE(1:6) IS NUMERIC
056500           MOVE WS-REFERENCE(1:6) TO QTN-PO-NO
056600        ELSE
056700           MOVE ZERO TO QTN-PO-NO
056800        END-IF
056900        EXEC SQL
057000           INSERT INTO API5.STOCK_QUARANTINE
057100           (P_NO, W_CODE, LOT_NO, STATUS, QTY, RECV_DATE, PO_NO)
057200           VALUES(:QTN-P-NO,
057300                  :QTN-W-CODE,
057400                  :QTN-LOT-NO,
057500                  :QTN-STATUS,
057600                  :QTN-QTY,
057700                  :QTN-RECV-DATE,
057800                  :QTN-PO-NO)
057900        END-EXEC
058000     END-IF
058100     IF SQLCODE < ZERO
058200        DISPLAY 'ANOMALIE GRAVE QUARANTAINE : ' SQLCODE
058300        MOVE 'ANOMALIE QUARANTAINE' TO WS-LOG-MESSAGE
058400        PERFORM LOG-EXCEPTION
058500        PERFORM ABEND-PROG
058600     END-IF
058700     .
058800
058900******************************************************
059000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
059100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
059200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
059300******************************************************
059400 GET-RUN-PARM.
059500     MOVE RETURN-CODE TO WS-PGET-RETCODE
059600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
059700                        WS-PGET-VALUE
059800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
059900     MOVE WS-PGET-RETCODE TO RETURN-CODE
060000     .
