000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART104.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - QUALITY INSPECTION RELEASE.     *
000600*              UNITS PART18 RECEIVED INTO INSPECTION             *
000700*              (API5.STOCK_QUARANTINE STATUS 'Q') ARE ON HAND    *
000800*              BUT HELD OUT OF FREE STOCK. THE INSPECTION FILE   *
000900*              (QRELEASE, P_NO;DEPOT;LOT;QTY;ACTION;             *
001000*              DD/MM/YYYY;REASON) EITHER RELEASES THEM (ACTION   *
001100*              'R' - THEY LEAVE THE DEPOT'S QUARANTINE FIGURE    *
001200*              AND JOIN THEIR STOCK_LOTS ROW, MOVEMENT PAIR      *
001300*              SOURCE 'Q') OR REJECTS THEM (ACTION 'J' - THEY    *
001400*              STAY HELD UNDER STATUS 'J' AWAITING RETURN,       *
001500*              MOVEMENT PAIR SOURCE 'J', AND A RTVFEED RECORD    *
001600*              SUP_NO;P_NO;DEPOT;LOT;QTY;REASON IS WRITTEN FOR   *
001700*              THE SUPPLIER RETURN). BAD LINES GO TO REJQRL; A   *
001800*              REGISTER GOES TO FICQRL.                          *
001816* 2026-10-15 : A RELEASE OR FAIL LINE DATED IN A MONTH PART23    *
001832*              HAS CLOSED IS NOW REFUSED ('PERIODE CLOTUREE') OR *
001848*              RE-DATED TO THE FIRST DAY OF THE NEXT OPEN MONTH, *
001864*              AS PART104'S API5.PERIOD_POLICY ROW SAYS          *
001880*              (PERCHK). THE SUMMARY COUNTS BOTH.                *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SPECIAL-NAMES.
002300     DECIMAL-POINT IS COMMA.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT QRELEASE ASSIGN TO QRELEASE
002800      ORGANIZATION IS SEQUENTIAL
002900      FILE STATUS IS WS-QRELEASE-STATUS.
003000     SELECT REJQRL ASSIGN TO REJQRL
003100      ORGANIZATION IS SEQUENTIAL.
003200     SELECT RTVFEED ASSIGN TO RTVFEED
003300      ORGANIZATION IS SEQUENTIAL.
003400     SELECT OUTQRL ASSIGN TO FICQRL.
003500     SELECT EXCPLOG ASSIGN TO EXCPLOG
003600      ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD QRELEASE.
004100 01 QRELEASE-RECORD    PIC X(80).
004200 FD REJQRL.
004300 01 REJQRL-RECORD      PIC X(120).
004400 FD RTVFEED.
004500 01 RTVFEED-RECORD     PIC X(80).
004600 FD OUTQRL.
004700 01 ENR-OUTQRL         PIC X(80).
004800 FD EXCPLOG.
004900     COPY EXCPLOG.
005000
005100 WORKING-STORAGE SECTION.
005200     EXEC SQL
005300        INCLUDE SQLCA
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE WHSTOCK
005700     END-EXEC.
005800     EXEC SQL
005900        INCLUDE STOCKMVT
006000     END-EXEC.
006100     EXEC SQL
006200        INCLUDE STOCKQTN
006300     END-EXEC.
006400     EXEC SQL
006500        INCLUDE STOCKLOT
006600     END-EXEC.
006700     EXEC SQL
006800        INCLUDE PURCHORD
006900     END-EXEC.
007000
007100 01 DELIMITER-VAR  PIC X VALUE ";".
007200 01 WS-QRL-DATA.
007300    05 WS-PROD-NO       PIC X(3).
007400    05 WS-DEPOT-TEXT    PIC X(2).
007500    05 WS-LOT-TEXT      PIC X(10).
007600    05 WS-QTY-TEXT      PIC X(5).
007700    05 WS-ACTION-TEXT   PIC X(1).
007800       88 ACTION-RELEASE  VALUE 'R'.
007900       88 ACTION-REJECT   VALUE 'J'.
008000    05 WS-DATE-TEXT     PIC X(10).
008100    05 WS-REASON-TEXT   PIC X(30).
008200 01 WS-FLAG-END PIC 9 VALUE ZERO.
008300    88 END-OF-FILE     VALUE 1.
008400
008500 01 WS-QRELEASE-STATUS PIC XX VALUE SPACES.
008600 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
008700    88 LIGNE-VALIDE    VALUE 'O'.
008800    88 LIGNE-INVALIDE  VALUE 'N'.
008900 01 WS-REJECT-REASON   PIC X(30).
009000 01 WS-REJECT-OUT      PIC X(120).
009100 01 WS-RTV-OUT         PIC X(80).
009200 01 WS-QTY             PIC 9(5) COMP-3.
009300 01 WS-QTY-ED          PIC 9(5).
009400 01 WS-SUP-ED          PIC 9(4).
009500 01 WS-INSP-DATE       PIC X(10).
009600 01 WS-HELD-QTY        PIC 9(5) COMP-3 VALUE ZERO.
009700 01 WS-HELD-RECV-DATE  PIC X(10).
009800 01 WS-HELD-PO-NO      PIC 9(6).
009900 01 WS-MVT-TIME        PIC X(8).
010000 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
010100 01 WS-CNT-RELEASED    PIC 9(5) VALUE ZERO.
010200 01 WS-CNT-REJECT-INSP PIC 9(5) VALUE ZERO.
010300 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
010400 01 WS-TOT-RELEASED    PIC 9(7) VALUE ZERO.
010500 01 WS-TOT-REJECT-INSP PIC 9(7) VALUE ZERO.
010600 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART104'.
010700 01 WS-LOG-MESSAGE     PIC X(47).
010800 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
010816 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
010832 01 WS-PER-RESULT      PIC X(10).
010848 01 WS-PER-STATUS      PIC X(1).
010864 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
010880 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
010900
011000 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
011100 01 L-TITLE-LINE.
011200    05 FILLER         PIC X(35)
011300       VALUE 'QUALITY INSPECTION RELEASE REGISTER'.
011400    05 FILLER         PIC X(45) VALUE SPACE.
011500 01 L-REGISTER-LINE.
011600    05 FILLER         PIC X(5)  VALUE 'PROD '.
011700    05 REG-PNO-ED     PIC X(3).
011800    05 FILLER         PIC X(7)  VALUE ' DEPOT '.
011900    05 REG-DEPOT-ED   PIC X(2).
012000    05 FILLER         PIC X(5)  VALUE ' LOT '.
012100    05 REG-LOT-ED     PIC X(10).
012200    05 FILLER         PIC X(5)  VALUE ' QTY '.
012300    05 REG-QTY-ED     PIC ZZZZ9.
012400    05 FILLER         PIC X(1)  VALUE SPACE.
012500    05 REG-STATUS-ED  PIC X(8).
012600    05 FILLER         PIC X(1)  VALUE SPACE.
012700    05 REG-REASON-ED  PIC X(28).
012800
012900 PROCEDURE DIVISION.
013000     OPEN INPUT QRELEASE
013100     OPEN OUTPUT REJQRL
013200     OPEN OUTPUT RTVFEED
013300     OPEN OUTPUT OUTQRL
013400     OPEN EXTEND EXCPLOG
013500     WRITE ENR-OUTQRL FROM L-TITLE-LINE
013600     WRITE ENR-OUTQRL FROM L-HEADER-BLANK
013700
013800     PERFORM QRL-FICHIER UNTIL END-OF-FILE
013900
014000     PERFORM COMMIT-SQL
014100     CLOSE QRELEASE
014200     CLOSE REJQRL
014300     CLOSE RTVFEED
014400     CLOSE OUTQRL
014500     CLOSE EXCPLOG
014600
014700     DISPLAY '===================================='
014800     DISPLAY 'PART104 INSPECTION RELEASE SUMMARY'
014900     DISPLAY 'LINES READ       : ' WS-CNT-READ
015000     DISPLAY 'LINES RELEASED   : ' WS-CNT-RELEASED
015100     DISPLAY 'UNITS RELEASED   : ' WS-TOT-RELEASED
015200     DISPLAY 'LINES FAILED     : ' WS-CNT-REJECT-INSP
015300     DISPLAY 'UNITS FAILED     : ' WS-TOT-REJECT-INSP
015400     DISPLAY 'LINES REJECTED   : ' WS-CNT-REJECTED
015433     DISPLAY 'CLOSED PER REFUSED : ' WS-CNT-PER-REFUSED
015466     DISPLAY 'CLOSED PER REDATED : ' WS-CNT-PER-REDATED
015500     DISPLAY '===================================='
015600     GOBACK.
015700
015800 QRL-FICHIER.
015900     READ QRELEASE AT END
016000        SET END-OF-FILE TO TRUE
016100     NOT AT END
016200        PERFORM QRL-LIGNE
016300     END-READ
016400     .
016500
016600 QRL-LIGNE.
016700     ADD 1 TO WS-CNT-READ
016800     MOVE SPACES TO WS-QRL-DATA
016900     UNSTRING QRELEASE-RECORD
017000        DELIMITED BY DELIMITER-VAR
017100        INTO WS-PROD-NO
017200             WS-DEPOT-TEXT
017300             WS-LOT-TEXT
017400             WS-QTY-TEXT
017500             WS-ACTION-TEXT
017600             WS-DATE-TEXT
017700             WS-REASON-TEXT
017800     END-UNSTRING
017900     PERFORM VALIDATE-QRL-LIGNE
018000     IF LIGNE-VALIDE
018100        PERFORM GET-HELD-UNITS
018200     END-IF
018300     IF LIGNE-VALIDE
018400        PERFORM TAKE-FROM-INSPECTION
018500        IF ACTION-RELEASE
018600           PERFORM RELEASE-UNITS
018700        ELSE
018800           PERFORM REJECT-UNITS
018900        END-IF
019000     ELSE
019100        PERFORM WRITE-REJECT
019200     END-IF
019300     .
019400
019500 VALIDATE-QRL-LIGNE.
019600     SET LIGNE-VALIDE TO TRUE
019700     EVALUATE TRUE
019800        WHEN WS-PROD-NO = SPACES
019900             MOVE 'PRODUIT MANQUANT' TO WS-REJECT-REASON
020000             SET LIGNE-INVALIDE TO TRUE
020100        WHEN WS-DEPOT-TEXT = SPACES
020200             MOVE 'DEPOT MANQUANT' TO WS-REJECT-REASON
020300             SET LIGNE-INVALIDE TO TRUE
020400        WHEN WS-QTY-TEXT = SPACES
020500          OR FUNCTION TEST-NUMVAL(WS-QTY-TEXT) NOT = ZERO
020600             MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
020700             SET LIGNE-INVALIDE TO TRUE
020800        WHEN NOT ACTION-RELEASE AND NOT ACTION-REJECT
020900             MOVE 'ACTION INVALIDE (R/J)' TO WS-REJECT-REASON
021000             SET LIGNE-INVALIDE TO TRUE
021100        WHEN ACTION-REJECT AND WS-REASON-TEXT = SPACES
021200             MOVE 'MOTIF DE REJET MANQUANT' TO WS-REJECT-REASON
021300             SET LIGNE-INVALIDE TO TRUE
021400        WHEN OTHER
021500             CALL P2DDATE USING BY CONTENT WS-DATE-TEXT
021600                                BY REFERENCE WS-INSP-DATE
021700             IF WS-INSP-DATE(1:7) = 'INVALID'
021800                MOVE 'DATE INSPECTION INVALIDE'
021900                     TO WS-REJECT-REASON
022000                SET LIGNE-INVALIDE TO TRUE
022100             END-IF
022200     END-EVALUATE
022300     IF LIGNE-VALIDE
022400        COMPUTE WS-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
022500        IF WS-QTY = ZERO
022600           MOVE 'QUANTITE NULLE' TO WS-REJECT-REASON
022700           SET LIGNE-INVALIDE TO TRUE
022800        END-IF
022900     END-IF
022925     IF LIGNE-VALIDE
022950        PERFORM CHECK-POSTING-PERIOD
022975     END-IF
023000     .
023004
023008******************************************************
023012*** A LINE DATED IN A MONTH PART23 HAS CLOSED IS    ***
023016*** REFUSED OR RE-DATED TO THE NEXT OPEN MONTH, AS  ***
023020*** THIS PROGRAM'S PERIOD_POLICY ROW SAYS (PERCHK). ***
023024******************************************************
023028 CHECK-POSTING-PERIOD.
023032     CALL PERCHK USING WS-LOG-PROGID WS-INSP-DATE
023036                       WS-PER-RESULT WS-PER-STATUS
023040     EVALUATE WS-PER-STATUS
023044        WHEN 'N'
023048             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
023052             SET LIGNE-INVALIDE TO TRUE
023056             ADD 1 TO WS-CNT-PER-REFUSED
023060        WHEN 'D'
023064             DISPLAY 'DATE REPORTEE : ' WS-INSP-DATE ' -> '
023068                     WS-PER-RESULT ' PRODUIT ' WS-PROD-NO
023072             MOVE WS-PER-RESULT TO WS-INSP-DATE
023076             ADD 1 TO WS-CNT-PER-REDATED
023080     END-EVALUATE
023084     .
023100
023200******************************************************
023300*** THE LOT MUST STILL HAVE AT LEAST THE INSPECTED  ***
023400*** UNITS WAITING IN INSPECTION AT THE DEPOT.       ***
023500******************************************************
023600 GET-HELD-UNITS.
023700     MOVE WS-PROD-NO    TO QTN-P-NO
023800     MOVE WS-DEPOT-TEXT TO QTN-W-CODE
023900     MOVE WS-LOT-TEXT   TO QTN-LOT-NO
024000     MOVE 'Q'           TO QTN-STATUS
024100     EXEC SQL
024200        SELECT QTY, RECV_DATE, PO_NO
024300             INTO :WS-HELD-QTY, :WS-HELD-RECV-DATE, :WS-HELD-PO-NO
024400        FROM API5.STOCK_QUARANTINE
024500        WHERE P_NO   = :QTN-P-NO
024600        AND   W_CODE = :QTN-W-CODE
024700        AND   LOT_NO = :QTN-LOT-NO
024800        AND   STATUS = :QTN-STATUS
024900     END-EXEC
025000     EVALUATE TRUE
025100        WHEN SQLCODE = ZERO
025200             IF WS-HELD-QTY < WS-QTY
025300                MOVE 'QUANTITE EN INSPECTION INSUF.'
025400                     TO WS-REJECT-REASON
025500                SET LIGNE-INVALIDE TO TRUE
025600             END-IF
025700        WHEN SQLCODE = +100
025800             MOVE 'LOT NON EN INSPECTION' TO WS-REJECT-REASON
025900             SET LIGNE-INVALIDE TO TRUE
026000        WHEN OTHER
026100             DISPLAY 'ANOMALIE GRAVE QUARANTAINE : ' SQLCODE
026200             MOVE 'ANOMALIE QUARANTAINE' TO WS-LOG-MESSAGE
026300             PERFORM LOG-EXCEPTION
026400             PERFORM ABEND-PROG
026500     END-EVALUATE
026600     .
026700
026800******************************************************
026900*** THE INSPECTED UNITS LEAVE THE 'Q' ROW, WHICH IS ***
027000*** DROPPED ONCE THE WHOLE LOT HAS BEEN INSPECTED.  ***
027100******************************************************
027200 TAKE-FROM-INSPECTION.
027300     IF WS-HELD-QTY = WS-QTY
027400        EXEC SQL
027500           DELETE FROM API5.STOCK_QUARANTINE
027600           WHERE P_NO   = :QTN-P-NO
027700           AND   W_CODE = :QTN-W-CODE
027800           AND   LOT_NO = :QTN-LOT-NO
027900           AND   STATUS = :QTN-STATUS
028000        END-EXEC
028100     ELSE
028200        EXEC SQL
028300           UPDATE API5.STOCK_QUARANTINE
028400           SET QTY = QTY - :WS-QTY
028500           WHERE P_NO   = :QTN-P-NO
028600           AND   W_CODE = :QTN-W-CODE
028700           AND   LOT_NO = :QTN-LOT-NO
028800           AND   STATUS = :QTN-STATUS
028900        END-EXEC
029000     END-IF
029100     PERFORM TEST-SQLCODE
029200     MOVE '-'           TO STKMVT-DIRECTION
029300     PERFORM INSERT-STOCK-MOVEMENT
029400     .
029500
029600******************************************************
029700*** RELEASED UNITS BECOME FREE STOCK : THEY LEAVE   ***
029800*** THE DEPOT'S QUARANTINE FIGURE AND JOIN THEIR    ***
029900*** STOCK_LOTS ROW SO FIFO CONSUMPTION CAN PICK     ***
030000*** THEM. THE DEPOT'S ON-HAND STOCK DOES NOT MOVE.  ***
030100******************************************************
030200 RELEASE-UNITS.
030300     MOVE WS-DEPOT-TEXT TO WHS-W-CODE
030400     MOVE WS-PROD-NO    TO WHS-P-NO
030500     EXEC SQL
030600        UPDATE API5.WAREHOUSE_STOCK
030700        SET QUARANTINE = QUARANTINE - :WS-QTY
030800        WHERE W_CODE = :WHS-W-CODE
030900        AND   P_NO   = :WHS-P-NO
031000     END-EXEC
031100     PERFORM TEST-SQLCODE
031200     IF WS-LOT-TEXT NOT = SPACES
031300        PERFORM ADD-TO-STOCK-LOT
031400     END-IF
031500     MOVE '+'          TO STKMVT-DIRECTION
031600     PERFORM INSERT-STOCK-MOVEMENT
031700     ADD 1 TO WS-CNT-RELEASED
031800     ADD WS-QTY TO WS-TOT-RELEASED
031900     MOVE 'RELEASED' TO REG-STATUS-ED
032000     PERFORM WRITE-REGISTER-LINE
032100     .
032200
032300 ADD-TO-STOCK-LOT.
032400     MOVE WS-PROD-NO    TO LOT-P-NO
032500     MOVE WS-DEPOT-TEXT TO LOT-W-CODE
032600     MOVE WS-LOT-TEXT   TO LOT-NO
032700     EXEC SQL
032800        UPDATE API5.STOCK_LOTS
032900        SET QTY = QTY + :WS-QTY
033000        WHERE P_NO   = :LOT-P-NO
033100        AND   W_CODE = :LOT-W-CODE
033200        AND   LOT_NO = :LOT-NO
033300     END-EXEC
033400     IF SQLCODE = +100
033500        MOVE WS-QTY            TO LOT-QTY
033600        MOVE WS-HELD-RECV-DATE TO LOT-RECV-DATE
033700        EXEC SQL
033800           INSERT INTO API5.STOCK_LOTS
033900           (P_NO, W_CODE, LOT_NO, QTY, RECV_DATE)
034000           VALUES(:LOT-P-NO,
034100                  :LOT-W-CODE,
034200                  :LOT-NO,
034300                  :LOT-QTY,
034400                  :LOT-RECV-DATE)
034500        END-EXEC
034600     END-IF
034700     IF SQLCODE < ZERO
034800        DISPLAY 'ANOMALIE GRAVE STOCK LOT : ' SQLCODE
034900        PERFORM ABEND-PROG
035000     END-IF
035100     .
035200
035300******************************************************
035400*** REJECTED UNITS STAY HELD (THE DEPOT'S           ***
035500*** QUARANTINE FIGURE DOES NOT MOVE) UNDER STATUS   ***
035600*** 'J' UNTIL THEY GO BACK TO THE SUPPLIER, WHO IS  ***
035700*** TOLD ABOUT THEM ON THE RTVFEED FILE.            ***
035800******************************************************
035900 REJECT-UNITS.
036000     MOVE 'J' TO QTN-STATUS
036100     EXEC SQL
036200        UPDATE API5.STOCK_QUARANTINE
036300        SET QTY = QTY + :WS-QTY
036400        WHERE P_NO   = :QTN-P-NO
036500        AND   W_CODE = :QTN-W-CODE
036600        AND   LOT_NO = :QTN-LOT-NO
036700        AND   STATUS = :QTN-STATUS
036800     END-EXEC
036900     IF SQLCODE = +100
037000        MOVE WS-QTY            TO QTN-QTY
037100        MOVE WS-HELD-RECV-DATE TO QTN-RECV-DATE
037200        MOVE WS-HELD-PO-NO     TO QTN-PO-NO
037300        EXEC SQL
037400           INSERT INTO API5.STOCK_QUARANTINE
037500           (P_NO, W_CODE, LOT_NO, STATUS, QTY, RECV_DATE, PO_NO)
037600           VALUES(:QTN-P-NO,
037700                  :QTN-W-CODE,
037800                  :QTN-LOT-NO,
037900                  :QTN-STATUS,
038000                  :QTN-QTY,
038100                  :QTN-RECV-DATE,
038200                  :QTN-PO-NO)
038300        END-EXEC
038400     END-IF
038500     IF SQLCODE < ZERO
038600        DISPLAY 'ANOMALIE GRAVE QUARANTAINE : ' SQLCODE
038700        MOVE 'ANOMALIE QUARANTAINE' TO WS-LOG-MESSAGE
038800        PERFORM LOG-EXCEPTION
038900        PERFORM ABEND-PROG
039000     END-IF
039100     MOVE '+'          TO STKMVT-DIRECTION
039200     PERFORM INSERT-STOCK-MOVEMENT
039300     PERFORM WRITE-RTV-FEED
039400     ADD 1 TO WS-CNT-REJECT-INSP
039500     ADD WS-QTY TO WS-TOT-REJECT-INSP
039600     MOVE 'REJECTED' TO REG-STATUS-ED
039700     PERFORM WRITE-REGISTER-LINE
039800     .
039900
040000******************************************************
040100*** THE SUPPLIER COMES FROM THE PO THE RECEIPT WAS  ***
040200*** MATCHED TO - ZERO WHEN THE DELIVERY NAMED NONE  ***
040300*** AND PURCHASING MUST NAME IT BY HAND.            ***
040400******************************************************
040500 WRITE-RTV-FEED.
040600     MOVE ZERO TO PO-SUP-NO
040700     IF WS-HELD-PO-NO NOT = ZERO
040800        MOVE WS-HELD-PO-NO TO PO-NO
040900        EXEC SQL
041000           SELECT SUP_NO INTO :PO-SUP-NO
041100           FROM API5.PURCHASE_ORDERS
041200           WHERE PO_NO = :PO-NO
041300        END-EXEC
041400        IF SQLCODE NOT = ZERO
041500           MOVE ZERO TO PO-SUP-NO
041600        END-IF
041700        IF SQLCODE < ZERO
041800           DISPLAY 'WARNING FOURNISSEUR : ' SQLCODE
041900           MOVE 'WARNING FOURNISSEUR' TO WS-LOG-MESSAGE
042000           PERFORM LOG-EXCEPTION
042100        END-IF
042200     END-IF
042300     MOVE PO-SUP-NO TO WS-SUP-ED
042400     MOVE WS-QTY    TO WS-QTY-ED
042500     MOVE SPACES    TO WS-RTV-OUT
042600     STRING WS-SUP-ED      DELIMITED BY SIZE
042700            ';'            DELIMITED BY SIZE
042800            WS-PROD-NO     DELIMITED BY SIZE
042900            ';'            DELIMITED BY SIZE
043000            WS-DEPOT-TEXT  DELIMITED BY SIZE
043100            ';'            DELIMITED BY SIZE
043200            WS-LOT-TEXT    DELIMITED BY SPACE
043300            ';'            DELIMITED BY SIZE
043400            WS-QTY-ED      DELIMITED BY SIZE
043500            ';'            DELIMITED BY SIZE
043600            WS-REASON-TEXT DELIMITED BY SIZE
043700         INTO WS-RTV-OUT
043800     END-STRING
043900     MOVE WS-RTV-OUT TO RTVFEED-RECORD
044000     WRITE RTVFEED-RECORD
044100     .
044200
044300******************************************************
044400*** ONE LEDGER ROW PER SIDE OF THE STATUS CHANGE,   ***
044500*** SOURCE 'Q' (RELEASE) OR 'J' (REJECT) AT THE     ***
044600*** SAME DEPOT AND LOT - CALLER SETS DIRECTION.     ***
044700******************************************************
044800 INSERT-STOCK-MOVEMENT.
044900     MOVE WS-PROD-NO    TO STKMVT-P-NO
045000     MOVE WS-QTY        TO STKMVT-QTY
045100     IF ACTION-RELEASE
045200        MOVE 'Q'        TO STKMVT-SOURCE
045300     ELSE
045400        MOVE 'J'        TO STKMVT-SOURCE
045500     END-IF
045600     MOVE ZERO          TO STKMVT-O-NO
045700     MOVE WS-DEPOT-TEXT TO STKMVT-W-CODE
045800     MOVE WS-INSP-DATE  TO STKMVT-DATE
045900     ACCEPT WS-MVT-TIME FROM TIME
046000     MOVE WS-MVT-TIME   TO STKMVT-TIME
046100     MOVE WS-LOT-TEXT   TO STKMVT-LOT
046200     MOVE WS-HELD-PO-NO TO STKMVT-PO-NO
046300     EXEC SQL
046400         INSERT INTO API5.STOCK_MOVEMENTS
046500         (P_NO, QTY, DIRECTION, SOURCE, O_NO, W_CODE,
046600          MVT_DATE, MVT_TIME, LOT_NO, PO_NO)
046700         VALUES(:STKMVT-P-NO,
046800                :STKMVT-QTY,
046900                :STKMVT-DIRECTION,
047000                :STKMVT-SOURCE,
047100                :STKMVT-O-NO,
047200                :STKMVT-W-CODE,
047300                :STKMVT-DATE,
047400                :STKMVT-TIME,
047500                :STKMVT-LOT,
047600                :STKMVT-PO-NO)
047700     END-EXEC
047800     EVALUATE TRUE
047900        WHEN SQLCODE = ZERO
048000             CONTINUE
048100        WHEN SQLCODE > ZERO
048200             DISPLAY 'WARNING STOCK MVT : ' SQLCODE
048300             MOVE 'WARNING STOCK MVT' TO WS-LOG-MESSAGE
048400             PERFORM LOG-EXCEPTION
048500        WHEN OTHER
048600             DISPLAY 'ANOMALIE GRAVE STOCK MVT ' SQLCODE
048700             MOVE 'ANOMALIE STOCK MVT' TO WS-LOG-MESSAGE
048800             PERFORM LOG-EXCEPTION
048900             PERFORM ABEND-PROG
049000     END-EVALUATE
049100     .
049200
049300 WRITE-REGISTER-LINE.
049400     MOVE WS-PROD-NO     TO REG-PNO-ED
049500     MOVE WS-DEPOT-TEXT  TO REG-DEPOT-ED
049600     MOVE WS-LOT-TEXT    TO REG-LOT-ED
049700     MOVE WS-QTY         TO REG-QTY-ED
049800     MOVE WS-REASON-TEXT TO REG-REASON-ED
049900     WRITE ENR-OUTQRL FROM L-REGISTER-LINE
050000     .
050100
050200 WRITE-REJECT.
050300     STRING QRELEASE-RECORD DELIMITED BY SIZE
050400            ' - ' DELIMITED BY SIZE
050500            WS-REJECT-REASON DELIMITED BY SIZE
050600         INTO WS-REJECT-OUT
050700     END-STRING
050800     MOVE WS-REJECT-OUT TO REJQRL-RECORD
050900     WRITE REJQRL-RECORD
051000     DISPLAY 'INSPECTION REJETEE : ' WS-REJECT-REASON
051100     ADD 1 TO WS-CNT-REJECTED
051200     .
051300
051400 COMMIT-SQL.
051500     EXEC SQL COMMIT END-EXEC
051600     PERFORM TEST-SQLCODE
051700     .
051800
051900 TEST-SQLCODE.
052000     EVALUATE TRUE
052100        WHEN SQLCODE = ZERO
052200             CONTINUE
052300        WHEN SQLCODE > ZERO
052400             IF SQLCODE = 100
052500                CONTINUE
052600             ELSE
052700                DISPLAY 'WARNING : ' SQLCODE
052800                MOVE 'WARNING' TO WS-LOG-MESSAGE
052900                PERFORM LOG-EXCEPTION
053000             END-IF
053100        WHEN OTHER
053200             DISPLAY 'ANOMALIE : ' SQLCODE
053300             MOVE 'ANOMALIE' TO WS-LOG-MESSAGE
053400             PERFORM LOG-EXCEPTION
053500             PERFORM ABEND-PROG
053600     END-EVALUATE.
053700
053800 ABEND-PROG.
053900     EXEC SQL ROLLBACK END-EXEC
054000     DISPLAY 'PART104 ABENDING - SEE SQLCODE ABOVE'
054100     MOVE 16 TO RETURN-CODE
054200     STOP RUN.
054300
054400******************************************************
054500*** WRITES ONE TIMESTAMPED ROW TO THE SHARED        ***
054600*** EXCPLOG FILE FOR EVERY WARNING/ABEND SQLCODE    ***
054700*** THIS PROGRAM ENCOUNTERS.                        ***
054800******************************************************
054900 LOG-EXCEPTION.
055000     ACCEPT EXCPLOG-DATE FROM DATE YYYYMMDD
055100     ACCEPT EXCPLOG-TIME FROM TIME
055200     MOVE WS-LOG-PROGID  TO EXCPLOG-PROGID
055300     MOVE SQLCODE        TO EXCPLOG-SQLCODE
055400     IF SQLCODE < ZERO
055500        MOVE 'E' TO EXCPLOG-SEVERITY
055600     ELSE
055700        MOVE 'W' TO EXCPLOG-SEVERITY
055800     END-IF
055900     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
056000     WRITE EXCPLOG-RECORD
056100     .
