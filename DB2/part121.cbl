000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART121.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - NIGHTLY DEPOT REPLENISHMENT.    *
000600*              FIRST APPLIES THE DEPOT LEVELS FILE (DEPLVL,      *
000700*              W_CODE;P_NO;MIN;MAX) TO WAREHOUSE_STOCK.MIN_LEVEL *
000800*              / MAX_LEVEL, BAD LINES TO REJLVL. THEN, FOR EVERY *
000900*              ACTIVE PRODUCT WITH DEPOT LEVELS, COMPARES EACH   *
001000*              DEPOT'S FREE STOCK (ON HAND - RESERVED -          *
001100*              QUARANTINE) WITH ITS MINIMUM; A DEPOT BELOW IT    *
001200*              NEEDS ENOUGH TO REACH ITS MAXIMUM, WHICH IS       *
001300*              PROPOSED AS TRANSFERS FROM THE DEPOT WITH THE     *
001400*              MOST FREE STOCK ABOVE ITS OWN MINIMUM, THEN THE   *
001500*              NEXT. PROPOSALS GO TO XFRSUG IN THE PART59        *
001600*              XFRFILE SHAPE (P_NO;FROM;TO;QTY;DD/MM/YYYY) SO AN *
001700*              APPROVED FILE IS SHIPPED AS IS, THE DAY'S NEED /  *
001800*              TRANSFERRED / NET SHORTFALL PER PRODUCT TO        *
001900*              API5.DEPOT_REPLEN FOR PART17 AND PART55, AND BOTH *
002000*              TO THE FICREPL REPORT.                            *
002020* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002040*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002060*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002080*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SPECIAL-NAMES.
002500     DECIMAL-POINT IS COMMA.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPLVL ASSIGN TO DEPLVL
003000      ORGANIZATION IS SEQUENTIAL.
003100     SELECT REJLVL ASSIGN TO REJLVL
003200      ORGANIZATION IS SEQUENTIAL.
003300     SELECT XFRSUG ASSIGN TO XFRSUG
003400      ORGANIZATION IS SEQUENTIAL.
003500     SELECT OUTREPL ASSIGN TO FICREPL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD DEPLVL.
004000 01 DEPLVL-RECORD      PIC X(40).
004100 FD REJLVL.
004200 01 REJLVL-RECORD      PIC X(80).
004300 FD XFRSUG.
004400 01 XFRSUG-RECORD      PIC X(50).
004500 FD OUTREPL.
004600 01 ENR-OUTREPL        PIC X(80).
004700
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL
005000        INCLUDE SQLCA
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE WHSTOCK
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE PRODUCTS
005700     END-EXEC.
005800     EXEC SQL
005900        INCLUDE DEPREPL
006000     END-EXEC.
006100
006200******************************************************
006300*** EVERY ACTIVE PRODUCT WITH A DEPOT MINIMUM SET.  ***
006400******************************************************
006500     EXEC SQL
006600        DECLARE CPRDL CURSOR
006700        FOR
006800        SELECT P.P_NO
006900        FROM API5.PRODUCTS P
007000        WHERE P.ACTIVE = 'A'
007100        AND EXISTS
007200            (SELECT 1 FROM API5.WAREHOUSE_STOCK W
007300             WHERE W.P_NO = P.P_NO
007400             AND   W.MIN_LEVEL > 0)
007500        ORDER BY P.P_NO
007600     END-EXEC.
007700
007800******************************************************
007900*** THE PRODUCT'S MANAGED DEPOTS WITH THEIR FREE    ***
008000*** STOCK - A DEPOT WITH NO LEVELS IS LEFT ALONE.   ***
008100******************************************************
008200     EXEC SQL
008300        DECLARE CDEPL CURSOR
008400        FOR
008500        SELECT W_CODE,
008600               STOCK - COALESCE(RESERVED, 0)
008700                     - COALESCE(QUARANTINE, 0),
008800               COALESCE(MIN_LEVEL, 0), COALESCE(MAX_LEVEL, 0)
008900        FROM API5.WAREHOUSE_STOCK
009000        WHERE P_NO = :WHS-P-NO
009100        AND  (MIN_LEVEL > 0 OR MAX_LEVEL > 0)
009200        ORDER BY W_CODE
009300     END-EXEC.
009400
009500 01 DELIMITER-VAR  PIC X VALUE ";".
009600 01 WS-DATA.
009700    05 WS-WCODE-TEXT    PIC X(4).
009800    05 WS-PROD-TEXT     PIC X(5).
009900    05 WS-MIN-TEXT      PIC X(7).
010000    05 WS-MAX-TEXT      PIC X(7).
010100 01 WS-FLAG-END PIC 9 VALUE ZERO.
010200    88 END-OF-FILE     VALUE 1.
010300
010400 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
010500    88 LIGNE-VALIDE    VALUE 'O'.
010600    88 LIGNE-INVALIDE  VALUE 'N'.
010700 01 WS-REJECT-REASON   PIC X(30).
010800 01 WS-REJECT-OUT      PIC X(80).
010900
011000******************************************************
011100*** ONE PRODUCT'S MANAGED DEPOTS. NEED IS WHAT A    ***
011200*** DEPOT BELOW ITS MINIMUM TAKES TO REACH ITS      ***
011300*** MAXIMUM; SURPLUS IS WHAT A DEPOT HOLDS ABOVE    ***
011400*** ITS OWN MINIMUM AND CAN SEND.                   ***
011500******************************************************
011600 01 WS-DEPOTS.
011700    05 WS-DEP-COUNT    PIC 9(2) COMP VALUE ZERO.
011800    05 WS-DEP OCCURS 20 TIMES.
011900       10 DEP-W-CODE   PIC X(2).
012000       10 DEP-AVAIL    PIC S9(7) COMP-3.
012100       10 DEP-MIN      PIC 9(5) COMP-3.
012200       10 DEP-MAX      PIC 9(5) COMP-3.
012300       10 DEP-NEED     PIC 9(7) COMP-3.
012400       10 DEP-SURPLUS  PIC 9(7) COMP-3.
012500
012600 77 WS-DX              PIC 9(2) COMP.
012700 77 WS-SX              PIC 9(2) COMP.
012800 77 WS-BEST-SX         PIC 9(2) COMP.
012900 77 WS-Q-AVAIL         PIC S9(7) COMP-3.
013000 77 WS-Q-MIN           PIC 9(5) COMP-3.
013100 77 WS-Q-MAX           PIC 9(5) COMP-3.
013200 77 WS-TARGET          PIC 9(5) COMP-3.
013300 77 WS-XFR-QTY         PIC 9(7) COMP-3.
013400 77 WS-TODAY-RAW       PIC X(8).
013450 77 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
013500 77 WS-RUN-DATE        PIC X(10).
013600 77 WS-XFR-DATE-TEXT   PIC X(10).
013700 77 WS-QTY-OUT         PIC 9(5).
013800 77 WS-LIST-DONE       PIC X VALUE 'N'.
013900    88 LIST-DONE         VALUE 'O'.
014000    88 LIST-NOT-DONE     VALUE 'N'.
014100 77 WS-DEPL-DONE       PIC X VALUE 'N'.
014200    88 DEPL-DONE         VALUE 'O'.
014300    88 DEPL-NOT-DONE     VALUE 'N'.
014400 77 WS-CNT-READ        PIC 9(5) VALUE ZERO.
014500 77 WS-CNT-LEVELS      PIC 9(5) VALUE ZERO.
014600 77 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
014700 77 WS-CNT-PRODUCTS    PIC 9(5) VALUE ZERO.
014800 77 WS-CNT-TRANSFERS   PIC 9(5) VALUE ZERO.
014900 77 WS-CNT-SHORT       PIC 9(5) VALUE ZERO.
015000 77 WS-CNT-OVERFLOW    PIC 9(5) VALUE ZERO.
015100 77 WS-TOT-XFR-UNITS   PIC 9(9) COMP-3 VALUE ZERO.
015200 77 WS-TOT-NET-SHORT   PIC 9(9) COMP-3 VALUE ZERO.
015300 77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
015400 77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART121'.
015500 77 WS-RLOG-EVENT      PIC X(1).
015600 77 WS-RLOG-READ       PIC 9(7) VALUE ZERO.
015700 77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
015800 77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
015900 77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
016000
016100 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
016200 01 L-TITLE-LINE.
016300    05 FILLER         PIC X(34) VALUE
016400       'DEPOT REPLENISHMENT PROPOSALS FOR '.
016500    05 TITLE-DATE-ED  PIC X(10).
016600    05 FILLER         PIC X(36) VALUE SPACE.
016700 01 L-COLUMN-HEAD1.
016800    05 FILLER  PIC X(9)  VALUE 'PRODUCT  '.
016900    05 FILLER  PIC X(7)  VALUE 'FROM   '.
017000    05 FILLER  PIC X(7)  VALUE 'TO     '.
017100    05 FILLER  PIC X(10) VALUE '  TRANSFER'.
017200    05 FILLER  PIC X(10) VALUE '      NEED'.
017300    05 FILLER  PIC X(10) VALUE '   COVERED'.
017400    05 FILLER  PIC X(10) VALUE ' NET SHORT'.
017500    05 FILLER  PIC X(17) VALUE SPACE.
017600 01 L-XFR-LINE.
017700    05 XFR-PNO-ED     PIC X(3).
017800    05 FILLER         PIC X(6)  VALUE SPACE.
017900    05 XFR-FROM-ED    PIC X(2).
018000    05 FILLER         PIC X(5)  VALUE SPACE.
018100    05 XFR-TO-ED      PIC X(2).
018200    05 FILLER         PIC X(5)  VALUE SPACE.
018300    05 XFR-QTY-ED     PIC ZZZZZZZZZ9.
018400    05 FILLER         PIC X(47) VALUE SPACE.
018500 01 L-PRODUCT-LINE.
018600    05 PRD-PNO-ED     PIC X(3).
018700    05 FILLER         PIC X(6)  VALUE SPACE.
018800    05 PRD-LABEL-ED   PIC X(24) VALUE 'TOTAL'.
018900    05 PRD-NEED-ED    PIC ZZZZZZZZZ9.
019000    05 PRD-XFR-ED     PIC ZZZZZZZZZ9.
019100    05 PRD-NET-ED     PIC ZZZZZZZZZ9.
019200    05 FILLER         PIC X(2)  VALUE SPACE.
019300    05 PRD-NOTE-ED    PIC X(15).
019400
019500 PROCEDURE DIVISION.
019600     MOVE 'S' TO WS-RLOG-EVENT
019700     PERFORM WRITE-RUN-LOG
019800     PERFORM INITIALIZE-PARAMETERS
019900
020000     OPEN INPUT DEPLVL
020100     OPEN OUTPUT REJLVL
020200     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
020300     CLOSE DEPLVL
020400     CLOSE REJLVL
020500     PERFORM COMMIT-SQL
020600
020700     OPEN OUTPUT XFRSUG
020800     OPEN OUTPUT OUTREPL
020900     WRITE ENR-OUTREPL FROM L-TITLE-LINE
021000     WRITE ENR-OUTREPL FROM L-HEADER-BLANK
021100     WRITE ENR-OUTREPL FROM L-COLUMN-HEAD1
021200
021300     SET LIST-NOT-DONE TO TRUE
021400     EXEC SQL
021500        OPEN CPRDL
021600     END-EXEC
021700     PERFORM TEST-SQLCODE
021800     PERFORM EVALUATE-ONE-PRODUCT UNTIL LIST-DONE
021900     EXEC SQL
022000        CLOSE CPRDL
022100     END-EXEC
022200     PERFORM TEST-SQLCODE
022300     PERFORM COMMIT-SQL
022400
022500     CLOSE XFRSUG
022600     CLOSE OUTREPL
022700
022800     DISPLAY '===================================='
022900     DISPLAY 'PART121 DEPOT REPLENISHMENT SUMMARY'
023000     DISPLAY 'LEVEL LINES READ     : ' WS-CNT-READ
023100     DISPLAY 'DEPOT LEVELS SET     : ' WS-CNT-LEVELS
023200     DISPLAY 'LEVEL LINES REJECTED : ' WS-CNT-REJECTED
023300     DISPLAY 'PRODUCTS EVALUATED   : ' WS-CNT-PRODUCTS
023400     DISPLAY 'TRANSFERS PROPOSED   : ' WS-CNT-TRANSFERS
023500     DISPLAY 'UNITS TO TRANSFER    : ' WS-TOT-XFR-UNITS
023600     DISPLAY 'PRODUCTS STILL SHORT : ' WS-CNT-SHORT
023700     DISPLAY 'NET SHORTFALL UNITS  : ' WS-TOT-NET-SHORT
023800     IF WS-CNT-OVERFLOW > ZERO
023900        DISPLAY 'DEPOTS NOT EVALUATED : ' WS-CNT-OVERFLOW
024000     END-IF
024100     DISPLAY '===================================='
024200     MOVE 'E' TO WS-RLOG-EVENT
024300     COMPUTE WS-RLOG-READ = WS-CNT-READ + WS-CNT-PRODUCTS
024400     COMPUTE WS-RLOG-LOADED = WS-CNT-LEVELS + WS-CNT-TRANSFERS
024500     MOVE WS-CNT-REJECTED TO WS-RLOG-REJECTED
024600     MOVE RETURN-CODE TO WS-RLOG-RETCODE
024700     PERFORM WRITE-RUN-LOG
024800     GOBACK.
024900
025000 INITIALIZE-PARAMETERS.
025100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
025150     CALL RUNDATE USING WS-TODAY-RAW
025200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
025300            WS-TODAY-RAW(7:2)
025400            DELIMITED BY SIZE INTO WS-RUN-DATE
025500     END-STRING
025600     STRING WS-TODAY-RAW(7:2) '/' WS-TODAY-RAW(5:2) '/'
025700            WS-TODAY-RAW(1:4)
025800            DELIMITED BY SIZE INTO WS-XFR-DATE-TEXT
025900     END-STRING
026000     MOVE WS-RUN-DATE TO TITLE-DATE-ED
026100     .
026200
026300 TRAITEMENT-FICHIER.
026400     READ DEPLVL AT END
026500        SET END-OF-FILE TO TRUE
026600     NOT AT END
026700        PERFORM TRAITEMENT-LIGNE
026800     END-READ
026900     .
027000
027100******************************************************
027200*** W_CODE;P_NO;MIN;MAX - A ZERO MINIMUM TAKES THE  ***
027300*** DEPOT OUT OF REPLENISHMENT; A ZERO MAXIMUM      ***
027400*** MEANS TOP UP TO THE MINIMUM ONLY.               ***
027500******************************************************
027600 TRAITEMENT-LIGNE.
027700     ADD 1 TO WS-CNT-READ
027800     MOVE SPACES TO WS-DATA
027900     UNSTRING DEPLVL-RECORD
028000        DELIMITED BY DELIMITER-VAR
028100        INTO WS-WCODE-TEXT
028200             WS-PROD-TEXT
028300             WS-MIN-TEXT
028400             WS-MAX-TEXT
028500     END-UNSTRING
028600     SET LIGNE-VALIDE TO TRUE
028700     EVALUATE TRUE
028800        WHEN WS-WCODE-TEXT = SPACES
028900          OR WS-WCODE-TEXT(3:2) NOT = SPACES
029000             MOVE 'DEPOT INVALIDE' TO WS-REJECT-REASON
029100             SET LIGNE-INVALIDE TO TRUE
029200        WHEN WS-PROD-TEXT = SPACES
029300          OR WS-PROD-TEXT(4:2) NOT = SPACES
029400             MOVE 'NO PRODUIT INVALIDE' TO WS-REJECT-REASON
029500             SET LIGNE-INVALIDE TO TRUE
029600        WHEN WS-MIN-TEXT = SPACES
029700          OR FUNCTION TEST-NUMVAL(WS-MIN-TEXT) NOT = ZERO
029800             MOVE 'MINIMUM INVALIDE' TO WS-REJECT-REASON
029900             SET LIGNE-INVALIDE TO TRUE
030000        WHEN WS-MAX-TEXT NOT = SPACES
030100         AND FUNCTION TEST-NUMVAL(WS-MAX-TEXT) NOT = ZERO
030200             MOVE 'MAXIMUM INVALIDE' TO WS-REJECT-REASON
030300             SET LIGNE-INVALIDE TO TRUE
030400        WHEN OTHER
030500             MOVE WS-WCODE-TEXT TO WHS-W-CODE
030600             MOVE WS-PROD-TEXT  TO WHS-P-NO
030700             COMPUTE WHS-MIN-LEVEL = FUNCTION NUMVAL(WS-MIN-TEXT)
030800             MOVE ZERO TO WHS-MAX-LEVEL
030900             IF WS-MAX-TEXT NOT = SPACES
031000                COMPUTE WHS-MAX-LEVEL =
031100                        FUNCTION NUMVAL(WS-MAX-TEXT)
031200             END-IF
031300             IF WHS-MAX-LEVEL > ZERO
031400                AND WHS-MAX-LEVEL < WHS-MIN-LEVEL
031500                MOVE 'MAXIMUM < MINIMUM' TO WS-REJECT-REASON
031600                SET LIGNE-INVALIDE TO TRUE
031700             ELSE
031800                PERFORM SET-DEPOT-LEVELS
031900             END-IF
032000     END-EVALUATE
032100     IF LIGNE-INVALIDE
032200        PERFORM WRITE-REJECT
032300     END-IF
032400     .
032500
032600******************************************************
032700*** A DEPOT THAT HAS NEVER HELD THE PRODUCT GETS    ***
032800*** ITS ROW NOW, AT ZERO STOCK, SO IT CAN BE        ***
032900*** STOCKED BY TRANSFER.                            ***
033000******************************************************
033100 SET-DEPOT-LEVELS.
033200     EXEC SQL
033300        UPDATE API5.WAREHOUSE_STOCK
033400        SET MIN_LEVEL = :WHS-MIN-LEVEL,
033500            MAX_LEVEL = :WHS-MAX-LEVEL
033600        WHERE W_CODE = :WHS-W-CODE
033700        AND   P_NO   = :WHS-P-NO
033800     END-EXEC
033900     IF SQLCODE = +100
034000        MOVE WHS-P-NO TO PROD-ID
034100        EXEC SQL
034200           SELECT ACTIVE INTO :PROD-ACTIVE
034300           FROM API5.PRODUCTS
034400           WHERE P_NO = :PROD-ID
034500        END-EXEC
034600        IF SQLCODE = +100
034700           MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
034800           SET LIGNE-INVALIDE TO TRUE
034900        ELSE
035000           PERFORM TEST-SQLCODE
035100           MOVE ZERO TO WHS-STOCK
035200           EXEC SQL
035300              INSERT INTO API5.WAREHOUSE_STOCK
035400              (W_CODE, P_NO, STOCK, MIN_LEVEL, MAX_LEVEL)
035500              VALUES(:WHS-W-CODE, :WHS-P-NO, :WHS-STOCK,
035600                     :WHS-MIN-LEVEL, :WHS-MAX-LEVEL)
035700           END-EXEC
035800        END-IF
035900     END-IF
036000     IF LIGNE-VALIDE
036100        EVALUATE TRUE
036200           WHEN SQLCODE = ZERO
036300                ADD 1 TO WS-CNT-LEVELS
036400           WHEN SQLCODE > ZERO
036500                DISPLAY 'WARNING DEPOT LEVELS : ' SQLCODE
036600           WHEN OTHER
036700                DISPLAY 'ANOMALIE GRAVE DEPOT LEVELS : ' SQLCODE
036800                PERFORM ABEND-PROG
036900        END-EVALUATE
037000     END-IF
037100     .
037200
037300 EVALUATE-ONE-PRODUCT.
037400     EXEC SQL
037500        FETCH CPRDL
037600        INTO :WHS-P-NO
037700     END-EXEC
037800     EVALUATE TRUE
037900        WHEN SQLCODE = +100
038000             SET LIST-DONE TO TRUE
038100        WHEN SQLCODE = ZERO
038200             ADD 1 TO WS-CNT-PRODUCTS
038300             PERFORM LOAD-PRODUCT-DEPOTS
038400             MOVE WHS-P-NO TO DREP-P-NO
038500             MOVE ZERO TO DREP-NEED DREP-XFR-QTY
038600             PERFORM SIZE-ONE-DEPOT
038700                VARYING WS-DX FROM 1 BY 1
038800                UNTIL WS-DX > WS-DEP-COUNT
038900             PERFORM COVER-ONE-DEPOT
039000                VARYING WS-DX FROM 1 BY 1
039100                UNTIL WS-DX > WS-DEP-COUNT
039200             COMPUTE DREP-NET-SHORT = DREP-NEED - DREP-XFR-QTY
039300             PERFORM RECORD-PRODUCT-POSITION
039400        WHEN OTHER
039500             PERFORM TEST-SQLCODE
039600     END-EVALUATE
039700     .
039800
039900 LOAD-PRODUCT-DEPOTS.
040000     MOVE ZERO TO WS-DEP-COUNT
040100     SET DEPL-NOT-DONE TO TRUE
040200     EXEC SQL
040300        OPEN CDEPL
040400     END-EXEC
040500     PERFORM TEST-SQLCODE
040600     PERFORM LOAD-ONE-DEPOT UNTIL DEPL-DONE
040700     EXEC SQL
040800        CLOSE CDEPL
040900     END-EXEC
041000     PERFORM TEST-SQLCODE
041100     .
041200
041300 LOAD-ONE-DEPOT.
041400     EXEC SQL
041500        FETCH CDEPL
041600        INTO :WHS-W-CODE, :WS-Q-AVAIL, :WS-Q-MIN, :WS-Q-MAX
041700     END-EXEC
041800     EVALUATE TRUE
041900        WHEN SQLCODE = +100
042000             SET DEPL-DONE TO TRUE
042100        WHEN SQLCODE = ZERO
042200             IF WS-DEP-COUNT < 20
042300                ADD 1 TO WS-DEP-COUNT
042400                MOVE WHS-W-CODE TO DEP-W-CODE(WS-DEP-COUNT)
042500                MOVE WS-Q-AVAIL TO DEP-AVAIL(WS-DEP-COUNT)
042600                MOVE WS-Q-MIN   TO DEP-MIN(WS-DEP-COUNT)
042700                MOVE WS-Q-MAX   TO DEP-MAX(WS-DEP-COUNT)
042800             ELSE
042900                ADD 1 TO WS-CNT-OVERFLOW
043000                DISPLAY 'DEPOT NON EVALUE : ' WHS-P-NO ' '
043100                        WHS-W-CODE
043200             END-IF
043300        WHEN OTHER
043400             PERFORM TEST-SQLCODE
043500     END-EVALUATE
043600     .
043700
043800******************************************************
043900*** A DEPOT BELOW ITS MINIMUM NEEDS ENOUGH TO REACH ***
044000*** ITS MAXIMUM (ITS MINIMUM WHEN NO MAXIMUM IS     ***
044100*** SET). A DEPOT ABOVE ITS MINIMUM CAN SEND THE    ***
044200*** DIFFERENCE.                                     ***
044300******************************************************
044400 SIZE-ONE-DEPOT.
044500     MOVE ZERO TO DEP-NEED(WS-DX) DEP-SURPLUS(WS-DX)
044600     IF DEP-MAX(WS-DX) > DEP-MIN(WS-DX)
044700        MOVE DEP-MAX(WS-DX) TO WS-TARGET
044800     ELSE
044900        MOVE DEP-MIN(WS-DX) TO WS-TARGET
045000     END-IF
045100     EVALUATE TRUE
045200        WHEN DEP-AVAIL(WS-DX) < DEP-MIN(WS-DX)
045300             COMPUTE DEP-NEED(WS-DX) =
045400                     WS-TARGET - DEP-AVAIL(WS-DX)
045500             ADD DEP-NEED(WS-DX) TO DREP-NEED
045600        WHEN DEP-AVAIL(WS-DX) > DEP-MIN(WS-DX)
045700             COMPUTE DEP-SURPLUS(WS-DX) =
045800                     DEP-AVAIL(WS-DX) - DEP-MIN(WS-DX)
045900     END-EVALUATE
046000     .
046100
046200 COVER-ONE-DEPOT.
046300     IF DEP-NEED(WS-DX) > ZERO
046400        PERFORM FIND-BEST-SOURCE
046500        PERFORM PROPOSE-ONE-TRANSFER
046600           UNTIL DEP-NEED(WS-DX) = ZERO
046700              OR WS-BEST-SX = ZERO
046800     END-IF
046900     .
047000
047100******************************************************
047200*** THE DEPOT WITH THE MOST TO SPARE SENDS FIRST.   ***
047300******************************************************
047400 FIND-BEST-SOURCE.
047500     MOVE ZERO TO WS-BEST-SX
047600     PERFORM COMPARE-ONE-SOURCE
047700        VARYING WS-SX FROM 1 BY 1
047800        UNTIL WS-SX > WS-DEP-COUNT
047900     .
048000
048100 COMPARE-ONE-SOURCE.
048200     IF DEP-SURPLUS(WS-SX) > ZERO
048300        IF WS-BEST-SX = ZERO
048400           MOVE WS-SX TO WS-BEST-SX
048500        ELSE
048600           IF DEP-SURPLUS(WS-SX) > DEP-SURPLUS(WS-BEST-SX)
048700              MOVE WS-SX TO WS-BEST-SX
048800           END-IF
048900        END-IF
049000     END-IF
049100     .
049200
049300 PROPOSE-ONE-TRANSFER.
049400     IF DEP-SURPLUS(WS-BEST-SX) < DEP-NEED(WS-DX)
049500        MOVE DEP-SURPLUS(WS-BEST-SX) TO WS-XFR-QTY
049600     ELSE
049700        MOVE DEP-NEED(WS-DX) TO WS-XFR-QTY
049800     END-IF
049900     SUBTRACT WS-XFR-QTY FROM DEP-SURPLUS(WS-BEST-SX)
050000     SUBTRACT WS-XFR-QTY FROM DEP-NEED(WS-DX)
050100     ADD WS-XFR-QTY TO DREP-XFR-QTY
050200     ADD WS-XFR-QTY TO WS-TOT-XFR-UNITS
050300     ADD 1 TO WS-CNT-TRANSFERS
050400     PERFORM WRITE-TRANSFER-SUGGESTION
050500     PERFORM FIND-BEST-SOURCE
050600     .
050700
050800******************************************************
050900*** SAME SHAPE AS THE PART59 XFRFILE, DATED TODAY,  ***
051000*** SO THE APPROVED FILE IS SHIPPED AS IT STANDS.   ***
051100******************************************************
051200 WRITE-TRANSFER-SUGGESTION.
051300     MOVE WS-XFR-QTY TO WS-QTY-OUT
051400     MOVE SPACES TO XFRSUG-RECORD
051500     STRING WHS-P-NO                    DELIMITED BY SIZE
051600            ';'                         DELIMITED BY SIZE
051700            DEP-W-CODE(WS-BEST-SX)      DELIMITED BY SPACE
051800            ';'                         DELIMITED BY SIZE
051900            DEP-W-CODE(WS-DX)           DELIMITED BY SPACE
052000            ';'                         DELIMITED BY SIZE
052100            WS-QTY-OUT                  DELIMITED BY SIZE
052200            ';'                         DELIMITED BY SIZE
052300            WS-XFR-DATE-TEXT            DELIMITED BY SIZE
052400         INTO XFRSUG-RECORD
052500     END-STRING
052600     WRITE XFRSUG-RECORD
052700
052800     MOVE WHS-P-NO               TO XFR-PNO-ED
052900     MOVE DEP-W-CODE(WS-BEST-SX) TO XFR-FROM-ED
053000     MOVE DEP-W-CODE(WS-DX)      TO XFR-TO-ED
053100     MOVE WS-XFR-QTY             TO XFR-QTY-ED
053200     WRITE ENR-OUTREPL FROM L-XFR-LINE
053300     .
053400
053500******************************************************
053600*** THE DAY'S ROW FOR THE PURCHASE SUGGESTIONS - A  ***
053700*** RERUN THE SAME DAY REPLACES IT.                 ***
053800******************************************************
053900 RECORD-PRODUCT-POSITION.
054000     MOVE WS-RUN-DATE TO DREP-RUN-DATE
054100     EXEC SQL
054200        UPDATE API5.DEPOT_REPLEN
054300        SET NEED      = :DREP-NEED,
054400            XFR_QTY   = :DREP-XFR-QTY,
054500            NET_SHORT = :DREP-NET-SHORT
054600        WHERE P_NO     = :DREP-P-NO
054700        AND   RUN_DATE = :DREP-RUN-DATE
054800     END-EXEC
054900     IF SQLCODE = +100
055000        EXEC SQL
055100           INSERT INTO API5.DEPOT_REPLEN
055200           (P_NO, RUN_DATE, NEED, XFR_QTY, NET_SHORT)
055300           VALUES(:DREP-P-NO, :DREP-RUN-DATE, :DREP-NEED,
055400                  :DREP-XFR-QTY, :DREP-NET-SHORT)
055500        END-EXEC
055600     END-IF
055700     PERFORM TEST-SQLCODE
055800
055900     IF DREP-NEED > ZERO
056000        MOVE DREP-P-NO      TO PRD-PNO-ED
056100        MOVE DREP-NEED      TO PRD-NEED-ED
056200        MOVE DREP-XFR-QTY   TO PRD-XFR-ED
056300        MOVE DREP-NET-SHORT TO PRD-NET-ED
056400        IF DREP-NET-SHORT > ZERO
056500           ADD 1 TO WS-CNT-SHORT
056600           ADD DREP-NET-SHORT TO WS-TOT-NET-SHORT
056700           MOVE 'TO PURCHASE' TO PRD-NOTE-ED
056800        ELSE
056900           MOVE 'BY TRANSFER' TO PRD-NOTE-ED
057000        END-IF
057100        WRITE ENR-OUTREPL FROM L-PRODUCT-LINE
057200        WRITE ENR-OUTREPL FROM L-HEADER-BLANK
057300     END-IF
057400     .
057500
057600 WRITE-REJECT.
057700     MOVE SPACES TO WS-REJECT-OUT
057800     STRING DEPLVL-RECORD DELIMITED BY SIZE
057900            ' - ' DELIMITED BY SIZE
058000            WS-REJECT-REASON DELIMITED BY SIZE
058100         INTO WS-REJECT-OUT
058200     END-STRING
058300     MOVE WS-REJECT-OUT TO REJLVL-RECORD
058400     WRITE REJLVL-RECORD
058500     DISPLAY 'LIGNE REJETEE : ' WS-REJECT-REASON
058600     ADD 1 TO WS-CNT-REJECTED
058700     .
058800
058900 COMMIT-SQL.
059000     EXEC SQL COMMIT END-EXEC
059100     IF SQLCODE NOT = ZERO
059200        DISPLAY 'WARNING COMMIT : ' SQLCODE
059300     END-IF
059400     .
059500
059600 WRITE-RUN-LOG.
059700     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
059800                        WS-RLOG-READ WS-RLOG-LOADED
059900                        WS-RLOG-REJECTED WS-RLOG-RETCODE
060000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
060100*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
060200     MOVE WS-RLOG-RETCODE TO RETURN-CODE
060300     .
060400
060500 TEST-SQLCODE.
060600     EVALUATE TRUE
060700          WHEN SQLCODE IS EQUAL TO ZERO
060800                CONTINUE
060900          WHEN SQLCODE IS GREATER ZERO
061000             IF SQLCODE = 100
061100               CONTINUE
061200             ELSE
061300               DISPLAY 'WARNING : ' SQLCODE
061400             END-IF
061500          WHEN SQLCODE IS LESS THAN ZERO
061600                DISPLAY 'ANOMALIE : ' SQLCODE
061700                PERFORM ABEND-PROG
061800     END-EVALUATE.
061900
062000 ABEND-PROG.
062100     EXEC SQL ROLLBACK END-EXEC
062200     DISPLAY 'PART121 ABENDING - SEE SQLCODE ABOVE'
062300     MOVE 16 TO RETURN-CODE
062400     STOP RUN.
