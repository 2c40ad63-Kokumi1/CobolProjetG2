001400*              MATCHES THE RECEIPTS IN AND PART65 REPORTS WHAT   *
001500*              IS STILL DUE. BAD LINES GO TO REJPO; A REGISTER   *
001600*              GOES TO FICPOR.                                   *
001610* 2026-10-15 : APPSUG MAY CARRY A 5TH FIELD, THE UNIT PRICE      *
001620*              AGREED WITH THE SUPPLIER; AN EMPTY FIELD TAKES    *
001630*              PRODUCTS.COST. THE PRICE IS KEPT ON THE PO LINE   *
001640*              SO PART85 CAN MATCH THE SUPPLIER'S INVOICE TO IT. *
001647* 2026-10-15 : APPSUG MAY CARRY A 6TH FIELD, THE PACK THE LINE   *
001654*              IS BOUGHT IN (A CODE FROM API5.PRODUCT_UNITS,     *
001661*              E.G. 'CS' OR 'PL'). QTY_ORDERED IS KEPT IN BASE   *
001668*              UNITS SO PART18, PART65 AND PART17 NEED NO        *
001675*              CHANGE; THE PACK AND PACK COUNT RIDE ON THE PO    *
001682*              LINE AND THE REGISTER. AN UNKNOWN PACK IS         *
001689*              REJECTED. THE PRICE STAYS PER BASE UNIT.          *
001691* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001693*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001695*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001697*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
004900     END-EXEC.
005000     EXEC SQL
005100        INCLUDE PRODUCTS
005125     END-EXEC.
005150     EXEC SQL
005175        INCLUDE PRODUNIT
005200     END-EXEC.
005300
005400 01 DELIMITER-VAR  PIC X VALUE ";".
005700    05 WS-QTY-TEXT      PIC X(5).
005800    05 WS-SUP-NO-TEXT   PIC X(4).
005900    05 WS-EXP-TEXT      PIC X(10).
005910    05 WS-PRICE-TEXT    PIC X(8).
005955    05 WS-UNIT-TEXT     PIC X(2).
006000 01 WS-FLAG-END PIC 9 VALUE ZERO.
006100    88 END-OF-FILE     VALUE 1.
006200
006600 01 WS-REJECT-REASON   PIC X(30).
006700 01 WS-REJECT-OUT      PIC X(90).
006800 01 WS-QTY             PIC 9(5) COMP-3.
006850 01 WS-PACK-QTY        PIC 9(5) COMP-3.
006900 01 WS-EXP-DATE        PIC X(10).
006910 01 WS-UNIT-PRICE      PIC 9(3)V99 COMP-3.
007000 01 WS-PREV-SUP        PIC 9(4) VALUE ZERO.
007100 01 WS-TODAY-RAW       PIC X(8).
007150 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
007200 01 WS-TODAY-DASHED    PIC X(10).
007300 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
007400 01 WS-CNT-LINES       PIC 9(5) VALUE ZERO.
009200    05 REG-QTY-ED     PIC ZZZZ9.
009300    05 FILLER         PIC X(10) VALUE ' EXPECTED '.
009400    05 REG-EXP-ED     PIC X(10).
009410    05 FILLER         PIC X(7)  VALUE ' PRICE '.
009420    05 REG-PRICE-ED   PIC ZZ9,99.
009500    05 FILLER         PIC X(1)  VALUE SPACE.
009520    05 REG-PACK-QTY-ED PIC ZZZZ9.
009540    05 FILLER         PIC X(1)  VALUE SPACE.
009560    05 REG-UNIT-ED    PIC X(2).
009580    05 FILLER         PIC X(3)  VALUE SPACE.
009600
009700 PROCEDURE DIVISION.
009800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
009850     CALL RUNDATE USING WS-TODAY-RAW
009900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
010000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
010100            INTO WS-TODAY-DASHED
013400
013500 TRAITEMENT-LIGNE.
013600     ADD 1 TO WS-CNT-READ
013650     MOVE SPACES TO WS-DATA
013700     UNSTRING APPSUG-RECORD
013800        DELIMITED BY DELIMITER-VAR
013900        INTO WS-PROD-NO
014000             WS-QTY-TEXT
014100             WS-SUP-NO-TEXT
014200             WS-EXP-TEXT
014210             WS-PRICE-TEXT
014255             WS-UNIT-TEXT
014300     END-UNSTRING
014310     INSPECT WS-PRICE-TEXT CONVERTING '.' TO ','
014400     PERFORM VALIDATE-LIGNE
014500     IF LIGNE-VALIDE
014600        PERFORM RAISE-ONE-LINE
017000                MOVE 'DATE PREVUE INVALIDE' TO WS-REJECT-REASON
017100                SET LIGNE-INVALIDE TO TRUE
017200             END-IF
017210             IF LIGNE-VALIDE
017220                AND WS-PRICE-TEXT NOT = SPACES
017230                AND FUNCTION TEST-NUMVAL-C(WS-PRICE-TEXT)
017240                    NOT = ZERO
017250                MOVE 'PRIX INVALIDE' TO WS-REJECT-REASON
017260                SET LIGNE-INVALIDE TO TRUE
017270             END-IF
017300     END-EVALUATE
017400     .
017500
017900******************************************************
018000 RAISE-ONE-LINE.
018100     COMPUTE WS-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
018150     MOVE WS-QTY TO WS-PACK-QTY
018200     IF WS-QTY = ZERO
018300        MOVE 'QUANTITE NULLE' TO WS-REJECT-REASON
018400        PERFORM WRITE-REJECT
018800        IF LIGNE-VALIDE
018900           PERFORM CHECK-PRODUCT
019000        END-IF
019025        IF LIGNE-VALIDE AND WS-UNIT-TEXT NOT = SPACES
019050           PERFORM APPLY-ORDER-UNIT
019075        END-IF
019100        IF LIGNE-VALIDE
019200           IF SUP-NO NOT = WS-PREV-SUP
019300              PERFORM OPEN-NEW-PO
022200 CHECK-PRODUCT.
022300     MOVE WS-PROD-NO TO PROD-ID
022400     EXEC SQL
022500        SELECT ACTIVE, COST INTO :PROD-ACTIVE, :PROD-COST
022600        FROM API5.PRODUCTS
022700        WHERE P_NO = :PROD-ID
022800     END-EXEC
022900     EVALUATE TRUE
023000        WHEN SQLCODE = ZERO
023010             IF WS-PRICE-TEXT = SPACES
023020                MOVE PROD-COST TO WS-UNIT-PRICE
023030             ELSE
023040                COMPUTE WS-UNIT-PRICE =
023050                        FUNCTION NUMVAL-C(WS-PRICE-TEXT)
023060             END-IF
023200        WHEN SQLCODE = +100
023300             MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
023400             SET LIGNE-INVALIDE TO TRUE
023800     END-EVALUATE
023900     .
024000
024003******************************************************
024006*** A LINE BOUGHT IN PACKS IS ORDERED IN BASE UNITS ***
024009*** - THE FACTOR COMES FROM API5.PRODUCT_UNITS AND  ***
024012*** THE PRODUCT'S OWN BASE UNIT COUNTS 1.           ***
024015******************************************************
024018 APPLY-ORDER-UNIT.
024021     MOVE WS-PROD-NO   TO PUNIT-P-NO
024024     MOVE WS-UNIT-TEXT TO PUNIT-CODE
024027     EXEC SQL
024030        SELECT CASE WHEN COALESCE(P.BASE_UNIT, 'EA')
024033                         = :PUNIT-CODE THEN 1
024036                    ELSE COALESCE(U.FACTOR, 0) END
024039             INTO :PUNIT-FACTOR
024042        FROM API5.PRODUCTS P
024045        LEFT JOIN API5.PRODUCT_UNITS U
024048             ON  U.P_NO      = P.P_NO
024051             AND U.UNIT_CODE = :PUNIT-CODE
024054        WHERE P.P_NO = :PUNIT-P-NO
024057     END-EXEC
024060     PERFORM TEST-SQLCODE
024063     IF PUNIT-FACTOR = ZERO
024066        MOVE 'UNITE INCONNUE' TO WS-REJECT-REASON
024069        SET LIGNE-INVALIDE TO TRUE
024072     ELSE
024075        COMPUTE WS-QTY = WS-PACK-QTY * PUNIT-FACTOR
024078           ON SIZE ERROR
024081              MOVE 'QUANTITE HORS LIMITE' TO WS-REJECT-REASON
024084              SET LIGNE-INVALIDE TO TRUE
024087        END-COMPUTE
024090     END-IF
024093     .
024096
024100 OPEN-NEW-PO.
024200     EXEC SQL
024300        UPDATE API5.PO_CONTROL
027300     MOVE ZERO        TO POL-QTY-RECEIVED
027400     MOVE WS-EXP-DATE TO POL-EXP-DATE
027500     MOVE 'O'         TO POL-STATUS
027510     MOVE WS-UNIT-PRICE TO POL-UNIT-PRICE
027540     MOVE WS-UNIT-TEXT TO POL-ORDER-UNIT
027570     MOVE WS-PACK-QTY TO POL-ORDER-QTY
027600     EXEC SQL
027700         INSERT INTO API5.PO_LINES
027800         (PO_NO, P_NO, QTY_ORDERED, QTY_RECEIVED,
027900          EXP_DATE, LINE_STATUS, UNIT_PRICE,
027950          ORDER_UNIT, ORDER_QTY)
028000         VALUES(:POL-PO-NO,
028100                :POL-P-NO,
028200                :POL-QTY-ORDERED,
028300                :POL-QTY-RECEIVED,
028400                :POL-EXP-DATE,
028500                :POL-STATUS,
028510                :POL-UNIT-PRICE,
028540                :POL-ORDER-UNIT,
028570                :POL-ORDER-QTY)
028600     END-EXEC
028700     PERFORM TEST-SQLCODE
028800     .
029300     MOVE WS-PROD-NO  TO REG-PNO-ED
029400     MOVE WS-QTY      TO REG-QTY-ED
029500     MOVE WS-EXP-DATE TO REG-EXP-ED
029510     MOVE WS-UNIT-PRICE TO REG-PRICE-ED
029522     IF WS-UNIT-TEXT = SPACES
029534        MOVE ZERO         TO REG-PACK-QTY-ED
029546     ELSE
029558        MOVE WS-PACK-QTY  TO REG-PACK-QTY-ED
029570     END-IF
029582     MOVE WS-UNIT-TEXT TO REG-UNIT-ED
029600     WRITE ENR-OUTPOR FROM L-REGISTER-LINE
029700     .
029800
