000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART111.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - POSTS THE CUSTOMER CANCELLATION *
000600*              AND AMENDMENT FEED (CANCFEED, O_NO;C/A;P_NO;QTY). *
000700*              'C' WITHOUT P_NO CANCELS THE WHOLE ORDER, 'C'     *
000800*              WITH P_NO REMOVES ONE SALE LINE, 'A' CUTS A SALE  *
000900*              LINE TO THE NEW QUANTITY (BASE UNITS; ZERO        *
001000*              REMOVES IT). ONLY ORDERS STILL LOADED ('L') OR    *
001100*              LINES NOT YET PICKED (NO API5.ITEM_STATUS ROW) ON *
001200*              A PICKED ORDER ARE TOUCHED. THE ITEMS LINE IS CUT *
001300*              OR DELETED, THE DEPOT RESERVATION RELEASED (PER   *
001400*              COMPONENT FOR A KIT) AND THE BALANCE REDUCED WITH *
001500*              A TYPE 'O' BALANCE_HISTORY ROW. AN ORDER LEFT     *
001600*              WITH NO LINES MOVES TO THE NEW STATUS 'C'         *
001700*              CANCELLED. ANYTHING PICKED, SHIPPED, INVOICED OR  *
001800*              PAID, AND ANY INCREASE, GOES TO REJCAN WITH THE   *
001900*              REASON; A REGISTER GOES TO FICCAN.                *
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
002800     SELECT CANCFEED ASSIGN TO CANCFEED
002900      ORGANIZATION IS SEQUENTIAL.
003000     SELECT REJCAN ASSIGN TO REJCAN
003100      ORGANIZATION IS SEQUENTIAL.
003200     SELECT OUTCAN ASSIGN TO FICCAN.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD CANCFEED.
003700 01 CANCFEED-RECORD    PIC X(80).
003800 FD REJCAN.
003900 01 REJCAN-RECORD      PIC X(120).
004000 FD OUTCAN.
004100 01 ENR-OUTCAN         PIC X(80).
004200
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL
004500        INCLUDE SQLCA
004600     END-EXEC.
004700     EXEC SQL
004800        INCLUDE ORDERS
004900     END-EXEC.
005000     EXEC SQL
005100        INCLUDE ITEMS
005200     END-EXEC.
005300     EXEC SQL
005400        INCLUDE CUSTOMER
005500     END-EXEC.
005600     EXEC SQL
005700        INCLUDE BALHIST
005800     END-EXEC.
005900     EXEC SQL
006000        INCLUDE WHSTOCK
006100     END-EXEC.
006200     EXEC SQL
006300        INCLUDE KITCOMP
006400     END-EXEC.
006500
006600******************************************************
006700*** THE ORDER'S SALE LINES, FOR A WHOLE-ORDER       ***
006800*** CANCELLATION.                                   ***
006900******************************************************
007000     EXEC SQL
007100        DECLARE CLINES CURSOR
007200        FOR
007300        SELECT P_NO
007400        FROM API5.ITEMS
007500        WHERE O_NO = :ORDERS-O-NO
007600        AND   ITEM_TYPE = 'O'
007700        ORDER BY P_NO
007800     END-EXEC.
007900
008000******************************************************
008100*** THE CANCELLED KIT'S COMPONENT LIST.             ***
008200******************************************************
008300     EXEC SQL
008400        DECLARE CKIT CURSOR
008500        FOR
008600        SELECT COMP_P_NO, COMP_QTY
008700        FROM API5.KIT_COMPONENTS
008800        WHERE KIT_P_NO = :ITEMS-P-NO
008900        ORDER BY COMP_P_NO
009000     END-EXEC.
009100
009200 01 DELIMITER-VAR  PIC X VALUE ";".
009300 01 WS-DATA.
009400    05 WS-ORDER-TEXT    PIC X(6).
009500    05 WS-ACTION-CODE   PIC X(1).
009600    05 WS-LINE-PROD     PIC X(3).
009700    05 WS-NEW-QTY-TEXT  PIC X(5).
009800 01 WS-FLAG-END PIC 9 VALUE ZERO.
009900    88 END-OF-FILE     VALUE 1.
010000
010100 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
010200    88 LIGNE-VALIDE    VALUE 'O'.
010300    88 LIGNE-INVALIDE  VALUE 'N'.
010400 01 WS-REJECT-REASON   PIC X(30).
010500 01 WS-REJECT-OUT      PIC X(120).
010600 01 WS-TODAY-RAW       PIC X(8).
010650 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
010700 01 WS-TODAY           PIC X(10).
010800
010900******************************************************
011000*** THE LINE BEING CUT - ITS QUANTITY BEFORE AND    ***
011100*** AFTER, THE UNITS TO RELEASE AND THE AMOUNT TO   ***
011200*** TAKE OFF THE BALANCE.                           ***
011300******************************************************
011400 01 WS-NEW-QTY         PIC 9(5) VALUE ZERO.
011500 01 WS-OLD-QTY         PIC 9(5) VALUE ZERO.
011600 01 WS-CUT-QTY         PIC 9(5) VALUE ZERO.
011700 01 WS-PACK-SIZE       PIC 9(5) VALUE ZERO.
011800 01 WS-PACK-REMAIN     PIC 9(5) VALUE ZERO.
011900 01 WS-NEW-PACKS       PIC 9(5) VALUE ZERO.
012000 01 WS-LINE-DEPOT      PIC X(2) VALUE 'W1'.
012100 01 WS-RELEASE-QTY     PIC 9(7) COMP-3 VALUE ZERO.
012200 01 WS-LINE-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
012300 01 WS-ORDER-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
012400 01 WS-NEW-BALANCE     PIC S9(8)V99 COMP-3 VALUE ZERO.
012500 01 WS-PICKED-LINES    PIC 9(5) VALUE ZERO.
012600 01 WS-RETURN-LINES    PIC 9(5) VALUE ZERO.
012700 01 WS-LEFT-LINES      PIC 9(5) VALUE ZERO.
012800 01 WS-KIT-COMPS       PIC 9(3) VALUE ZERO.
012900 01 WS-KIT-DONE        PIC X VALUE 'N'.
013000    88 KIT-DONE           VALUE 'O'.
013100    88 KIT-NOT-DONE       VALUE 'N'.
013200 01 WS-LINES-DONE      PIC X VALUE 'N'.
013300    88 LINES-DONE         VALUE 'O'.
013400    88 LINES-NOT-DONE     VALUE 'N'.
013500 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
013600 01 WS-CNT-ORDERS      PIC 9(5) VALUE ZERO.
013700 01 WS-CNT-LINES       PIC 9(5) VALUE ZERO.
013800 01 WS-CNT-AMENDED     PIC 9(5) VALUE ZERO.
013900 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
014000
014100 01 L-REGISTER-LINE.
014200    05 REG-ONO-ED     PIC 9(6).
014300    05 FILLER         PIC X(1)  VALUE SPACE.
014400    05 REG-ACTION-ED  PIC X(9).
014500    05 FILLER         PIC X(1)  VALUE SPACE.
014600    05 REG-PNO-ED     PIC X(3).
014700    05 FILLER         PIC X(1)  VALUE SPACE.
014800    05 REG-OLD-ED     PIC ZZZZ9.
014900    05 FILLER         PIC X(4)  VALUE ' -> '.
015000    05 REG-NEW-ED     PIC ZZZZ9.
015100    05 FILLER         PIC X(1)  VALUE SPACE.
015200    05 REG-AMOUNT-ED  PIC -ZZZZZZZ9,99.
015300    05 FILLER         PIC X(32) VALUE SPACE.
015400
015500 PROCEDURE DIVISION.
015600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015650     CALL RUNDATE USING WS-TODAY-RAW
015700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
015800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
015900            INTO WS-TODAY
016000     END-STRING
016100
016200     OPEN INPUT CANCFEED
016300     OPEN OUTPUT REJCAN
016400     OPEN OUTPUT OUTCAN
016500
016600     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
016700     PERFORM COMMIT-SQL
016800
016900     CLOSE CANCFEED
017000     CLOSE REJCAN
017100     CLOSE OUTCAN
017200
017300     DISPLAY '===================================='
017400     DISPLAY 'PART111 CANCELLATION/AMENDMENT SUMMARY'
017500     DISPLAY 'RECORDS READ         : ' WS-CNT-READ
017600     DISPLAY 'ORDERS CANCELLED     : ' WS-CNT-ORDERS
017700     DISPLAY 'LINES REMOVED        : ' WS-CNT-LINES
017800     DISPLAY 'LINES AMENDED        : ' WS-CNT-AMENDED
017900     DISPLAY 'RECORDS REJECTED     : ' WS-CNT-REJECTED
018000     DISPLAY '===================================='
018100     GOBACK.
018200
018300 TRAITEMENT-FICHIER.
018400     READ CANCFEED AT END
018500        SET END-OF-FILE TO TRUE
018600     NOT AT END
018700        PERFORM TRAITEMENT-LIGNE
018800     END-READ
018900     .
019000
019100 TRAITEMENT-LIGNE.
019200     ADD 1 TO WS-CNT-READ
019300     MOVE SPACES TO WS-LINE-PROD
019400     MOVE SPACES TO WS-NEW-QTY-TEXT
019500     UNSTRING CANCFEED-RECORD
019600        DELIMITED BY DELIMITER-VAR
019700        INTO WS-ORDER-TEXT
019800             WS-ACTION-CODE
019900             WS-LINE-PROD
020000             WS-NEW-QTY-TEXT
020100     END-UNSTRING
020200     PERFORM VALIDATE-LIGNE
020300     IF LIGNE-VALIDE
020400        PERFORM CHECK-ORDER
020500     END-IF
020600     IF LIGNE-VALIDE
020700        IF WS-LINE-PROD = SPACES
020800           PERFORM CANCEL-WHOLE-ORDER
020900        ELSE
021000           PERFORM CUT-ONE-LINE
021100        END-IF
021200     END-IF
021300     IF LIGNE-INVALIDE
021400        PERFORM WRITE-REJECT
021500     END-IF
021600     .
021700
021800******************************************************
021900*** 'C' CANCELS - THE ORDER, OR ONE LINE WHEN P_NO  ***
022000*** IS GIVEN. 'A' NEEDS THE LINE AND THE NEW        ***
022100*** QUANTITY, WHICH MAY ONLY GO DOWN.               ***
022200******************************************************
022300 VALIDATE-LIGNE.
022400     SET LIGNE-VALIDE TO TRUE
022500     MOVE ZERO TO WS-NEW-QTY
022600     EVALUATE TRUE
022700        WHEN WS-ORDER-TEXT IS NOT NUMERIC
022800             MOVE 'NO COMMANDE INVALIDE' TO WS-REJECT-REASON
022900             SET LIGNE-INVALIDE TO TRUE
023000        WHEN WS-ACTION-CODE NOT = 'C' AND WS-ACTION-CODE NOT = 'A'
023100             MOVE 'CODE ACTION INVALIDE' TO WS-REJECT-REASON
023200             SET LIGNE-INVALIDE TO TRUE
023300        WHEN WS-ACTION-CODE = 'A' AND WS-LINE-PROD = SPACES
023400             MOVE 'PRODUIT MANQUANT' TO WS-REJECT-REASON
023500             SET LIGNE-INVALIDE TO TRUE
023600        WHEN WS-ACTION-CODE = 'A'
023700             IF WS-NEW-QTY-TEXT NOT = SPACES
023800                AND FUNCTION TEST-NUMVAL(WS-NEW-QTY-TEXT) = ZERO
023900                COMPUTE WS-NEW-QTY =
024000                        FUNCTION NUMVAL(WS-NEW-QTY-TEXT)
024100             ELSE
024200                MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
024300                SET LIGNE-INVALIDE TO TRUE
024400             END-IF
024500        WHEN OTHER
024600             CONTINUE
024700     END-EVALUATE
024800     .
024900
025000******************************************************
025100*** ONLY AN ORDER STILL IN THE WAREHOUSE CAN        ***
025200*** CHANGE - LOADED, OR PICKED FOR THE LINES NOT    ***
025300*** YET TOUCHED. A WHOLE-ORDER CANCEL NEEDS EVERY   ***
025400*** LINE UNPICKED AND NO RETURN LINE ON THE ORDER.  ***
025500******************************************************
025600 CHECK-ORDER.
025700     MOVE WS-ORDER-TEXT TO ORDERS-O-NO
025800     EXEC SQL
025900        SELECT C_NO, STATUS
026000             INTO :ORDERS-C-NO, :ORDERS-STATUS
026100        FROM API5.ORDERS
026200        WHERE O_NO = :ORDERS-O-NO
026300     END-EXEC
026400     EVALUATE TRUE
026500        WHEN SQLCODE = +100
026600             MOVE 'COMMANDE INCONNUE' TO WS-REJECT-REASON
026700             SET LIGNE-INVALIDE TO TRUE
026800        WHEN SQLCODE NOT = ZERO
026900             DISPLAY 'ANOMALIE GRAVE SELECT ORDER : ' SQLCODE
027000             PERFORM ABEND-PROG
027100        WHEN ORDERS-STATUS = 'S'
027200             MOVE 'COMMANDE DEJA EXPEDIEE' TO WS-REJECT-REASON
027300             SET LIGNE-INVALIDE TO TRUE
027400        WHEN ORDERS-STATUS = 'I'
027500             MOVE 'COMMANDE DEJA FACTUREE' TO WS-REJECT-REASON
027600             SET LIGNE-INVALIDE TO TRUE
027700        WHEN ORDERS-STATUS = 'D'
027800             MOVE 'COMMANDE DEJA PAYEE' TO WS-REJECT-REASON
027900             SET LIGNE-INVALIDE TO TRUE
028000        WHEN ORDERS-STATUS = 'C'
028100             MOVE 'COMMANDE DEJA ANNULEE' TO WS-REJECT-REASON
028200             SET LIGNE-INVALIDE TO TRUE
028300        WHEN ORDERS-STATUS NOT = 'L' AND ORDERS-STATUS NOT = 'P'
028400             MOVE 'STATUT COMMANDE INVALIDE' TO WS-REJECT-REASON
028500             SET LIGNE-INVALIDE TO TRUE
028600        WHEN WS-LINE-PROD = SPACES
028700             PERFORM CHECK-WHOLE-ORDER
028800        WHEN OTHER
028900             CONTINUE
029000     END-EVALUATE
029100     .
029200
029300 CHECK-WHOLE-ORDER.
029400     EXEC SQL
029500        SELECT COUNT(*)
029600             INTO :WS-PICKED-LINES
029700        FROM API5.ITEM_STATUS
029800        WHERE O_NO = :ORDERS-O-NO
029900     END-EXEC
030000     PERFORM TEST-SQLCODE
030100     EXEC SQL
030200        SELECT COUNT(*)
030300             INTO :WS-RETURN-LINES
030400        FROM API5.ITEMS
030500        WHERE O_NO = :ORDERS-O-NO
030600        AND   ITEM_TYPE = 'R'
030700     END-EXEC
030800     PERFORM TEST-SQLCODE
030900     EVALUATE TRUE
031000        WHEN WS-PICKED-LINES > ZERO
031100             MOVE 'COMMANDE EN PREPARATION' TO WS-REJECT-REASON
031200             SET LIGNE-INVALIDE TO TRUE
031300        WHEN WS-RETURN-LINES > ZERO
031400             MOVE 'RETOURS SUR LA COMMANDE' TO WS-REJECT-REASON
031500             SET LIGNE-INVALIDE TO TRUE
031600        WHEN OTHER
031700             CONTINUE
031800     END-EVALUATE
031900     .
032000
032100******************************************************
032200*** EVERY SALE LINE COMES OFF, THEN THE ORDER IS    ***
032300*** MARKED CANCELLED.                               ***
032400******************************************************
032500 CANCEL-WHOLE-ORDER.
032600     MOVE ZERO TO WS-ORDER-AMOUNT
032700     MOVE ZERO TO WS-NEW-QTY
032800     SET LINES-NOT-DONE TO TRUE
032900     EXEC SQL
033000        OPEN CLINES
033100     END-EXEC
033200     PERFORM TEST-SQLCODE
033300     PERFORM CANCEL-NEXT-LINE UNTIL LINES-DONE
033400     EXEC SQL
033500        CLOSE CLINES
033600     END-EXEC
033700     PERFORM TEST-SQLCODE
033800     PERFORM REDUCE-BALANCE
033900     PERFORM MARK-ORDER-CANCELLED
034000     .
034100
034200 CANCEL-NEXT-LINE.
034300     EXEC SQL
034400        FETCH CLINES
034500        INTO :WS-LINE-PROD
034600     END-EXEC
034700     EVALUATE TRUE
034800        WHEN SQLCODE = +100
034900             SET LINES-DONE TO TRUE
035000        WHEN SQLCODE = ZERO
035100             PERFORM GET-LINE
035200             PERFORM APPLY-LINE-CUT
035300        WHEN OTHER
035400             PERFORM TEST-SQLCODE
035500     END-EVALUATE
035600     .
035700
035800******************************************************
035900*** ONE LINE - REMOVED ('C') OR CUT ('A') - AS LONG ***
036000*** AS THE WAREHOUSE HAS NOT TOUCHED IT YET.        ***
036100******************************************************
036200 CUT-ONE-LINE.
036300     MOVE ZERO TO WS-ORDER-AMOUNT
036400     PERFORM GET-LINE
036500     IF LIGNE-VALIDE
036600        PERFORM CHECK-LINE-UNPICKED
036700     END-IF
036800     IF LIGNE-VALIDE AND WS-ACTION-CODE = 'A'
036900        PERFORM CHECK-NEW-QUANTITY
037000     END-IF
037100     IF LIGNE-VALIDE
037200        PERFORM APPLY-LINE-CUT
037300        PERFORM REDUCE-BALANCE
037400        PERFORM COUNT-LINES-LEFT
037500        IF WS-LEFT-LINES = ZERO
037600           PERFORM MARK-ORDER-CANCELLED
037700        END-IF
037800     END-IF
037900     .
038000
038100 GET-LINE.
038200     MOVE WS-LINE-PROD TO ITEMS-P-NO
038300     EXEC SQL
038400        SELECT QUANTITY, PRICE, COALESCE(W_CODE, 'W1'),
038500               COALESCE(ORDER_UNIT, '  '), COALESCE(ORDER_QTY, 0)
038600             INTO :ITEMS-QUANTITY, :ITEMS-PRICE, :WS-LINE-DEPOT,
038700                  :ITEMS-ORDER-UNIT, :ITEMS-ORDER-QTY
038800        FROM API5.ITEMS
038900        WHERE O_NO = :ORDERS-O-NO
039000        AND   P_NO = :ITEMS-P-NO
039100        AND   ITEM_TYPE = 'O'
039200     END-EXEC
039300     EVALUATE TRUE
039400        WHEN SQLCODE = ZERO
039500             IF WS-LINE-DEPOT = SPACES
039600                MOVE 'W1' TO WS-LINE-DEPOT
039700             END-IF
039800        WHEN SQLCODE = +100
039900             MOVE 'LIGNE INCONNUE' TO WS-REJECT-REASON
040000             SET LIGNE-INVALIDE TO TRUE
040100        WHEN OTHER
040200             DISPLAY 'ANOMALIE GRAVE SELECT ITEM : ' SQLCODE
040300             PERFORM ABEND-PROG
040400     END-EVALUATE
040500     .
040600
040700 CHECK-LINE-UNPICKED.
040800     EXEC SQL
040900        SELECT COUNT(*)
041000             INTO :WS-PICKED-LINES
041100        FROM API5.ITEM_STATUS
041200        WHERE O_NO = :ORDERS-O-NO
041300        AND   P_NO = :ITEMS-P-NO
041400     END-EXEC
041500     PERFORM TEST-SQLCODE
041600     IF WS-PICKED-LINES > ZERO
041700        MOVE 'LIGNE DEJA PREPAREE' TO WS-REJECT-REASON
041800        SET LIGNE-INVALIDE TO TRUE
041900     END-IF
042000     .
042100
042200******************************************************
042300*** AN AMENDMENT ONLY CUTS; MORE UNITS ARE A NEW    ***
042400*** ORDER. A LINE ORDERED IN PACKS MUST STAY A      ***
042500*** WHOLE NUMBER OF PACKS.                          ***
042600******************************************************
042700 CHECK-NEW-QUANTITY.
042800     EVALUATE TRUE
042900        WHEN WS-NEW-QTY = ITEMS-QUANTITY
043000             MOVE 'QUANTITE INCHANGEE' TO WS-REJECT-REASON
043100             SET LIGNE-INVALIDE TO TRUE
043200        WHEN WS-NEW-QTY > ITEMS-QUANTITY
043300             MOVE 'AUGMENTATION REFUSEE' TO WS-REJECT-REASON
043400             SET LIGNE-INVALIDE TO TRUE
043500        WHEN ITEMS-ORDER-UNIT NOT = SPACES
043600             AND ITEMS-ORDER-QTY > ZERO
043700             DIVIDE ITEMS-QUANTITY BY ITEMS-ORDER-QTY
043800                    GIVING WS-PACK-SIZE
043900             DIVIDE WS-NEW-QTY BY WS-PACK-SIZE
044000                    GIVING WS-NEW-PACKS REMAINDER WS-PACK-REMAIN
044100             IF WS-PACK-REMAIN NOT = ZERO
044200                MOVE 'QUANTITE HORS CONDITIONNEMENT'
044300                  TO WS-REJECT-REASON
044400                SET LIGNE-INVALIDE TO TRUE
044500             END-IF
044600        WHEN OTHER
044700             MOVE WS-NEW-QTY TO WS-NEW-PACKS
044800     END-EVALUATE
044900     .
045000
045100******************************************************
045200*** THE CUT UNITS' RESERVATION IS GIVEN BACK AND    ***
045300*** THE LINE IS RE-WRITTEN AT THE NEW QUANTITY (TAX ***
045400*** PRO RATA) - OR DELETED WHEN NOTHING IS LEFT.    ***
045500******************************************************
045600 APPLY-LINE-CUT.
045700     MOVE ITEMS-QUANTITY TO WS-OLD-QTY
045800     COMPUTE WS-CUT-QTY = WS-OLD-QTY - WS-NEW-QTY
045900     COMPUTE WS-LINE-AMOUNT = WS-CUT-QTY * ITEMS-PRICE
046000     ADD WS-LINE-AMOUNT TO WS-ORDER-AMOUNT
046100     PERFORM RELEASE-RESERVATION
046200     IF WS-NEW-QTY = ZERO
046300        EXEC SQL
046400           DELETE FROM API5.ITEMS
046500           WHERE O_NO = :ORDERS-O-NO
046600           AND   P_NO = :ITEMS-P-NO
046700           AND   ITEM_TYPE = 'O'
046800        END-EXEC
046900        PERFORM TEST-SQLCODE
047000        ADD 1 TO WS-CNT-LINES
047100        MOVE 'REMOVED' TO REG-ACTION-ED
047200     ELSE
047300        IF ITEMS-ORDER-UNIT = SPACES
047400           MOVE WS-NEW-QTY TO WS-NEW-PACKS
047500        END-IF
047600        MOVE WS-NEW-PACKS TO ITEMS-ORDER-QTY
047700        MOVE WS-NEW-QTY   TO ITEMS-QUANTITY
047800        EXEC SQL
047900           UPDATE API5.ITEMS
048000           SET TAX_AMOUNT = TAX_AMOUNT * :WS-NEW-QTY
048100                                         / :WS-OLD-QTY,
048200               QUANTITY   = :ITEMS-QUANTITY,
048300               ORDER_QTY  = :ITEMS-ORDER-QTY
048400           WHERE O_NO = :ORDERS-O-NO
048500           AND   P_NO = :ITEMS-P-NO
048600           AND   ITEM_TYPE = 'O'
048700        END-EXEC
048800        PERFORM TEST-SQLCODE
048900        ADD 1 TO WS-CNT-AMENDED
049000        MOVE 'AMENDED' TO REG-ACTION-ED
049100     END-IF
049200     MOVE ORDERS-O-NO    TO REG-ONO-ED
049300     MOVE ITEMS-P-NO     TO REG-PNO-ED
049400     MOVE WS-OLD-QTY     TO REG-OLD-ED
049500     MOVE WS-NEW-QTY     TO REG-NEW-ED
049600     MOVE WS-LINE-AMOUNT TO REG-AMOUNT-ED
049700     WRITE ENR-OUTCAN FROM L-REGISTER-LINE
049800     .
049900
050000******************************************************
050100*** PART2 RESERVED THE LINE AT ITS DEPOT (THE KIT'S ***
050200*** COMPONENTS FOR A KIT); NO UNIT HAS MOVED YET.   ***
050300******************************************************
050400 RELEASE-RESERVATION.
050500     MOVE ZERO TO WS-KIT-COMPS
050600     SET KIT-NOT-DONE TO TRUE
050700     EXEC SQL
050800        OPEN CKIT
050900     END-EXEC
051000     PERFORM TEST-SQLCODE
051100     PERFORM RELEASE-ONE-COMPONENT UNTIL KIT-DONE
051200     EXEC SQL
051300        CLOSE CKIT
051400     END-EXEC
051500     PERFORM TEST-SQLCODE
051600     IF WS-KIT-COMPS = ZERO
051700        MOVE ITEMS-P-NO TO WHS-P-NO
051800        MOVE WS-CUT-QTY TO WS-RELEASE-QTY
051900        PERFORM UPDATE-RESERVED
052000     END-IF
052100     .
052200
052300 RELEASE-ONE-COMPONENT.
052400     EXEC SQL
052500        FETCH CKIT
052600        INTO :KIT-COMP-P-NO, :KIT-COMP-QTY
052700     END-EXEC
052800     EVALUATE TRUE
052900        WHEN SQLCODE = +100
053000             SET KIT-DONE TO TRUE
053100        WHEN SQLCODE = ZERO
053200             ADD 1 TO WS-KIT-COMPS
053300             COMPUTE WS-RELEASE-QTY = WS-CUT-QTY * KIT-COMP-QTY
053400             MOVE KIT-COMP-P-NO TO WHS-P-NO
053500             PERFORM UPDATE-RESERVED
053600        WHEN OTHER
053700             PERFORM TEST-SQLCODE
053800     END-EVALUATE
053900     .
054000
054100 UPDATE-RESERVED.
054200     MOVE WS-LINE-DEPOT TO WHS-W-CODE
054300     EXEC SQL
054400        UPDATE API5.WAREHOUSE_STOCK
054500        SET RESERVED = COALESCE(RESERVED, 0) - :WS-RELEASE-QTY
054600        WHERE W_CODE = :WHS-W-CODE
054700        AND   P_NO   = :WHS-P-NO
054800     END-EXEC
054900     EVALUATE TRUE
055000        WHEN SQLCODE = ZERO
055100             CONTINUE
055200        WHEN SQLCODE = +100
055300             DISPLAY 'PART111 : PAS DE STOCK DEPOT ' WHS-W-CODE
055400                     ' ' WHS-P-NO
055500        WHEN OTHER
055600             PERFORM TEST-SQLCODE
055700     END-EVALUATE
055800     .
055900
056000******************************************************
056100*** THE CUSTOMER IS NO LONGER OWED FOR WHAT CAME    ***
056200*** OFF - A TYPE 'O' ROW KEEPS THE BALANCE CHAIN.   ***
056300******************************************************
056400 REDUCE-BALANCE.
056500     IF WS-ORDER-AMOUNT NOT = ZERO
056600        EXEC SQL
056700           SELECT BALANCE
056800                INTO :CUS-BALANCE
056900           FROM API5.CUSTOMERS
057000           WHERE C_NO = :ORDERS-C-NO
057100        END-EXEC
057200        PERFORM TEST-SQLCODE
057300        IF SQLCODE = ZERO
057400           COMPUTE WS-NEW-BALANCE = CUS-BALANCE - WS-ORDER-AMOUNT
057500           EXEC SQL
057600              UPDATE API5.CUSTOMERS
057700              SET BALANCE = :WS-NEW-BALANCE
057800              WHERE C_NO  = :ORDERS-C-NO
057900           END-EXEC
058000           PERFORM TEST-SQLCODE
058100           MOVE ORDERS-C-NO    TO BALHIST-C-NO
058200           MOVE ORDERS-O-NO    TO BALHIST-O-NO
058300           MOVE CUS-BALANCE    TO BALHIST-OLD-BAL
058400           MOVE WS-NEW-BALANCE TO BALHIST-NEW-BAL
058500           COMPUTE BALHIST-AMOUNT = ZERO - WS-ORDER-AMOUNT
058600           MOVE WS-TODAY       TO BALHIST-DATE
058700           MOVE 'O'            TO BALHIST-TYPE
058800           EXEC SQL
058900               INSERT INTO API5.BALANCE_HISTORY
059000               (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
059100                HIST_TYPE)
059200               VALUES(:BALHIST-C-NO,
059300                      :BALHIST-O-NO,
059400                      :BALHIST-OLD-BAL,
059500                      :BALHIST-NEW-BAL,
059600                      :BALHIST-AMOUNT,
059700                      :BALHIST-DATE,
059800                      :BALHIST-TYPE)
059900           END-EXEC
060000           PERFORM TEST-SQLCODE
060100        END-IF
060200     END-IF
060300     .
060400
060500 COUNT-LINES-LEFT.
060600     EXEC SQL
060700        SELECT COUNT(*)
060800             INTO :WS-LEFT-LINES
060900        FROM API5.ITEMS
061000        WHERE O_NO = :ORDERS-O-NO
061100     END-EXEC
061200     PERFORM TEST-SQLCODE
061300     .
061400
061500 MARK-ORDER-CANCELLED.
061600     EXEC SQL
061700        UPDATE API5.ORDERS
061800        SET STATUS = 'C'
061900        WHERE O_NO = :ORDERS-O-NO
062000     END-EXEC
062100     PERFORM TEST-SQLCODE
062200     ADD 1 TO WS-CNT-ORDERS
062300     MOVE ORDERS-O-NO    TO REG-ONO-ED
062400     MOVE 'CANCELLED'    TO REG-ACTION-ED
062500     MOVE SPACES         TO REG-PNO-ED
062600     MOVE ZERO           TO REG-OLD-ED
062700     MOVE ZERO           TO REG-NEW-ED
062800     MOVE WS-ORDER-AMOUNT TO REG-AMOUNT-ED
062900     WRITE ENR-OUTCAN FROM L-REGISTER-LINE
063000     .
063100
063200 WRITE-REJECT.
063300     STRING CANCFEED-RECORD DELIMITED BY SIZE
063400            ' - ' DELIMITED BY SIZE
063500            WS-REJECT-REASON DELIMITED BY SIZE
063600         INTO WS-REJECT-OUT
063700     END-STRING
063800     MOVE WS-REJECT-OUT TO REJCAN-RECORD
063900     WRITE REJCAN-RECORD
064000     DISPLAY 'ANNULATION REJETEE : ' WS-REJECT-REASON
064100     ADD 1 TO WS-CNT-REJECTED
064200     .
064300
064400 TEST-SQLCODE.
064500     EVALUATE TRUE
064600          WHEN SQLCODE IS EQUAL TO ZERO
064700                CONTINUE
064800          WHEN SQLCODE IS GREATER ZERO
064900             IF SQLCODE = 100
065000               CONTINUE
065100             ELSE
065200               DISPLAY 'WARNING : ' SQLCODE
065300             END-IF
065400          WHEN SQLCODE IS LESS THAN ZERO
065500                DISPLAY 'ANOMALIE : ' SQLCODE
065600                PERFORM ABEND-PROG
065700     END-EVALUATE.
065800
065900 COMMIT-SQL.
066000     EXEC SQL COMMIT END-EXEC
066100     IF SQLCODE NOT = ZERO
066200        DISPLAY 'WARNING COMMIT : ' SQLCODE
066300     END-IF
066400     .
066500
066600 ABEND-PROG.
066700     EXEC SQL ROLLBACK END-EXEC
066800     DISPLAY 'PART111 ABENDING - SEE SQLCODE ABOVE'
066900     MOVE 16 TO RETURN-CODE
067000     STOP RUN.
