000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART112.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - OPERATOR ORDER ENTRY FOR        *
000600*              TELEPHONE AND COUNTER ORDERS. THE OPERATOR KEYS   *
000700*              THE CUSTOMER, OPTIONAL SHIP-TO CODE AND DEPOT,    *
000800*              THEN ONE PRODUCT;QUANTITY[;PACK] PER LINE; EACH   *
000900*              ENTRY IS CHECKED AT ONCE AGAINST API5.CUSTOMERS   *
001000*              (UNKNOWN, MERGED, IN COLLECTIONS), API5.SHIP_TO,  *
001100*              PRODUCTS (RETIRED), PRODUCT_UNITS, THE FREE DEPOT *
001200*              STOCK (KIT COMPONENTS FOR A KIT) AND THE CREDIT   *
001300*              EXPOSURE PART2 WILL TEST, AND THE PRICE THE       *
001400*              CUSTOMER WILL GET (CONTRACT, ELSE CATALOG LESS    *
001500*              ANY PROMOTION) IS SHOWN. A CONFIRMED ORDER TAKES  *
001600*              A NUMBER FROM API5.ORDENT_CONTROL (THE 82XXXX     *
001700*              RANGE, SEEDED FROM OEBASENO) AND IS WRITTEN TO    *
001800*              OENTVNT IN THE VENTAS SHAPE WITH HDR/TRL CONTROL  *
001900*              RECORDS, PRICE LEFT ZERO SO THE NIGHTLY MERGE     *
002000*              PRICES IT THE SAME WAY. A JOURNAL OF THE SESSION  *
002100*              GOES TO FICOEN.                                   *
002120* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002140*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002160*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002180*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002182* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
002184*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
002186*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
002188*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
002190*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
002192*              FOR THE PART131 REPORT.                           *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     DECIMAL-POINT IS COMMA.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OENTVNT ASSIGN TO OENTVNT
003100      ORGANIZATION IS SEQUENTIAL.
003200     SELECT OUTOEN ASSIGN TO FICOEN.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600******************************************************
003700*** EXACT ENR-VENTAS SHAPE - SEE PART2'S FD VENTAS. ***
003800******************************************************
003900 FD OENTVNT.
004000 01 ENR-OENTVNT.
004100    05 NO-COMM-OE        PIC 9(6).
004200    05 DATE-COMM-OE.
004300       10 JOUR-COMM-OE     PIC X(02).
004400       10 FILLER            PIC X(01).
004500       10 MOIS-COMM-OE     PIC X(02).
004600       10 FILLER            PIC X(01).
004700       10 ANNEE-COMM-OE    PIC X(04).
004800    05 NO-EMP-OE         PIC 9(2).
004900    05 NO-CLIENT-OE      PIC 9(4).
005000    05 NO-PROD-OE        PIC X(3).
005100    05 PRIX-OE           PIC 9(3)V99.
005200    05 QUANTITE-OE       PIC 99.
005300    05 TYPE-COMM-OE      PIC X.
005400    05 CODE-DEPOT-OE     PIC X(2).
005500    05 CODE-SHIPTO-OE    PIC X(2).
005600    05 UNITE-OE          PIC X(2).
005700    05 FILLER            PIC X(1).
005800 01 ENR-OENTVNT-CTL      PIC X(40).
005900 FD OUTOEN.
006000 01 ENR-OUTOEN PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300     EXEC SQL
006400        INCLUDE SQLCA
006500     END-EXEC.
006600     EXEC SQL
006700        INCLUDE CUSTOMER
006800     END-EXEC.
006900     EXEC SQL
007000        INCLUDE SHIPTO
007100     END-EXEC.
007200     EXEC SQL
007300        INCLUDE PRODUCTS
007400     END-EXEC.
007500     EXEC SQL
007600        INCLUDE PRODUNIT
007700     END-EXEC.
007800     EXEC SQL
007900        INCLUDE CONTRACT
008000     END-EXEC.
008100     EXEC SQL
008200        INCLUDE PROMO
008300     END-EXEC.
008400     EXEC SQL
008500        INCLUDE WHSTOCK
008600     END-EXEC.
008700     EXEC SQL
008800        INCLUDE KITCOMP
008900     END-EXEC.
009000
009100******************************************************
009200*** THE KEYED KIT'S COMPONENT LIST.                 ***
009300******************************************************
009400     EXEC SQL
009500        DECLARE CKIT CURSOR
009600        FOR
009700        SELECT COMP_P_NO, COMP_QTY
009800        FROM API5.KIT_COMPONENTS
009900        WHERE KIT_P_NO = :KIT-P-NO
010000        ORDER BY COMP_P_NO
010100     END-EXEC.
010200
010300 77 WS-BASENO-PARM    PIC X(6).
010400 77 WS-BASE-NO        PIC 9(6) VALUE 820001.
010500 77 WS-REP-PARM       PIC X(2).
010600 77 WS-REP-NO         PIC 9(2) VALUE ZERO.
010700 77 WS-TODAY-RAW      PIC X(8).
010750 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
010758 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
010766 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART112'.
010774 77 WS-PGET-NAME      PIC X(12).
010782 77 WS-PGET-VALUE     PIC X(40).
010790 77 WS-PGET-RETCODE   PIC S9(4) COMP.
010800 77 WS-TODAY-DASHED   PIC X(10).
010900 77 WS-ORDER-NO       PIC 9(6) VALUE ZERO.
011000 77 WS-CNT-ORDERS     PIC 9(5) VALUE ZERO.
011100 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
011200 77 WS-CNT-REFUSED    PIC 9(5) VALUE ZERO.
011300 77 WS-CNT-DROPPED    PIC 9(5) VALUE ZERO.
011400 77 WS-CTL-HASH       PIC 9(13) COMP-3 VALUE ZERO.
011500 77 ED-SQLCODE        PIC -ZZZZZZZZ9.
011600
011700******************************************************
011800*** WHAT THE OPERATOR KEYS.                         ***
011900******************************************************
012000 77 WS-IN-LINE        PIC X(40).
012100 77 WS-IN-CUST        PIC X(4).
012200 77 WS-IN-SHIP        PIC X(2).
012300 77 WS-IN-DEPOT       PIC X(2).
012400 77 WS-IN-PROD        PIC X(3).
012500 77 WS-IN-QTY-TEXT    PIC X(5).
012600 77 WS-IN-UNIT        PIC X(2).
012700 77 WS-IN-ANSWER      PIC X(1).
012800 77 WS-SESSION-SW     PIC X VALUE 'N'.
012900    88 SESSION-DONE      VALUE 'O'.
013000    88 SESSION-OPEN      VALUE 'N'.
013100 77 WS-ORDER-SW       PIC X VALUE 'N'.
013200    88 ORDER-DONE        VALUE 'O'.
013300    88 ORDER-OPEN        VALUE 'N'.
013400 77 WS-CHECK-SW       PIC X VALUE 'O'.
013500    88 ENTRY-OK          VALUE 'O'.
013600    88 ENTRY-BAD         VALUE 'N'.
013700 77 WS-MESSAGE        PIC X(50).
013800
013900******************************************************
014000*** THE CUSTOMER AND THE CREDIT PART2 WILL TEST -   ***
014100*** THE GROUP'S WHEN THE ACCOUNT IS A BRANCH.       ***
014200******************************************************
014300 77 WS-CUST-NO        PIC 9(4) VALUE ZERO.
014400 77 WS-SHIP-CODE      PIC X(2) VALUE SPACES.
014500 77 WS-DEPOT          PIC X(2) VALUE 'W1'.
014600 77 WS-CREDIT-SW      PIC X VALUE 'N'.
014700    88 CREDIT-CHECKED    VALUE 'O'.
014800    88 CREDIT-OPEN       VALUE 'N'.
014900 77 WS-EXPOSURE       PIC S9(9)V99 COMP-3 VALUE ZERO.
015000 77 WS-CEILING        PIC S9(9)V99 COMP-3 VALUE ZERO.
015100 77 WS-GRP-HEAD       PIC 9(4) VALUE ZERO.
015200 77 WS-GRP-LIMIT      PIC S9(8)V99 COMP-3 VALUE ZERO.
015300 77 WS-GRP-DEPOSIT    PIC S9(8)V99 COMP-3 VALUE ZERO.
015400 77 WS-GRP-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
015500 77 WS-PROJECTED      PIC S9(9)V99 COMP-3 VALUE ZERO.
015600 77 ED-AMOUNT         PIC -ZZZZZZZZ9,99.
015700 77 ED-PRICE          PIC ZZ9,99.
015800 77 ED-QTY            PIC ZZZZ9.
015900
016000******************************************************
016100*** THE LINE BEING CHECKED.                         ***
016200******************************************************
016300 77 WS-PACKS          PIC 9(2) VALUE ZERO.
016400 77 WS-FACTOR         PIC 9(5) VALUE ZERO.
016500 77 WS-BASE-QTY       PIC 9(5) VALUE ZERO.
016600 77 WS-NEED           PIC 9(7) VALUE ZERO.
016700 77 WS-FREE           PIC S9(7) COMP-3 VALUE ZERO.
016800 77 WS-FREE-MIN       PIC S9(7) COMP-3 VALUE ZERO.
016900 77 WS-KIT-COMPS      PIC 9(3) VALUE ZERO.
017000 77 WS-KIT-SW         PIC X VALUE 'N'.
017100    88 KIT-DONE          VALUE 'O'.
017200    88 KIT-NOT-DONE      VALUE 'N'.
017300 77 WS-CONTRACT-SW    PIC X VALUE 'N'.
017400    88 CONTRACT-FOUND    VALUE 'O'.
017500    88 CONTRACT-NOT-FOUND VALUE 'N'.
017600 77 WS-UNIT-PRICE     PIC 9(3)V99 VALUE ZERO.
017700 77 WS-LINE-AMOUNT    PIC S9(9)V99 COMP-3 VALUE ZERO.
017800 77 WS-ORDER-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
017900 77 WS-LX             PIC 9(2) COMP VALUE ZERO.
018000 77 WS-LY             PIC 9(2) COMP VALUE ZERO.
018100
018200******************************************************
018300*** THE ORDER'S ACCEPTED LINES, HELD UNTIL THE      ***
018400*** OPERATOR CONFIRMS THE ORDER.                    ***
018500******************************************************
018600 01 WS-ORDER-LINES.
018700    05 WS-LINE-COUNT     PIC 9(2) COMP VALUE ZERO.
018800    05 WS-LINE OCCURS 20 TIMES.
018900       10 WS-LINE-PROD      PIC X(3).
019000       10 WS-LINE-PACKS     PIC 9(2).
019100       10 WS-LINE-UNIT      PIC X(2).
019200       10 WS-LINE-BASE-QTY  PIC 9(5).
019300       10 WS-LINE-PRICE     PIC 9(3)V99.
019400       10 WS-LINE-AMT       PIC S9(9)V99 COMP-3.
019500
019600 01 L-HDR-LINE.
019700    05 FILLER          PIC X(3)  VALUE 'HDR'.
019800    05 HDR-DATE-ED     PIC X(10).
019900    05 FILLER          PIC X(8)  VALUE 'ORDENTRY'.
020000    05 FILLER          PIC X(19) VALUE SPACE.
020100 01 L-TRL-LINE.
020200    05 FILLER          PIC X(3)  VALUE 'TRL'.
020300    05 TRL-COUNT-ED    PIC 9(7).
020400    05 TRL-HASH-ED     PIC 9(13).
020500    05 FILLER          PIC X(17) VALUE SPACE.
020600
020700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
020800 01 L-TITLE-LINE.
020900    05 FILLER         PIC X(21) VALUE 'ORDER ENTRY JOURNAL '.
021000    05 TITLE-DATE-ED  PIC X(10).
021100    05 FILLER         PIC X(49) VALUE SPACE.
021200 01 L-ORDER-LINE.
021300    05 FILLER         PIC X(6)  VALUE 'ORDER '.
021400    05 ORD-ONO-ED     PIC 9(6).
021500    05 FILLER         PIC X(6)  VALUE ' CUST '.
021600    05 ORD-CNO-ED     PIC 9(4).
021700    05 FILLER         PIC X(6)  VALUE ' SHIP '.
021800    05 ORD-SHIP-ED    PIC X(2).
021900    05 FILLER         PIC X(7)  VALUE ' DEPOT '.
022000    05 ORD-DEPOT-ED   PIC X(2).
022100    05 FILLER         PIC X(7)  VALUE ' TOTAL '.
022200    05 ORD-TOTAL-ED   PIC -ZZZZZZZ9,99.
022300    05 FILLER         PIC X(22) VALUE SPACE.
022400 01 L-DETAIL-LINE.
022500    05 FILLER         PIC X(6)  VALUE SPACE.
022600    05 DET-PNO-ED     PIC X(3).
022700    05 FILLER         PIC X(1)  VALUE SPACE.
022800    05 DET-PACKS-ED   PIC Z9.
022900    05 FILLER         PIC X(1)  VALUE SPACE.
023000    05 DET-UNIT-ED    PIC X(2).
023100    05 FILLER         PIC X(3)  VALUE ' = '.
023200    05 DET-QTY-ED     PIC ZZZZ9.
023300    05 FILLER         PIC X(3)  VALUE ' X '.
023400    05 DET-PRICE-ED   PIC ZZ9,99.
023500    05 FILLER         PIC X(3)  VALUE ' = '.
023600    05 DET-AMOUNT-ED  PIC -ZZZZZZZ9,99.
023700    05 FILLER         PIC X(33) VALUE SPACE.
023800
023900 PROCEDURE DIVISION.
024000     PERFORM INITIALIZE-PARAMETERS
024100
024200     OPEN OUTPUT OENTVNT
024300     OPEN OUTPUT OUTOEN
024400     MOVE WS-TODAY-DASHED TO HDR-DATE-ED
024500     WRITE ENR-OENTVNT-CTL FROM L-HDR-LINE
024600     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
024700     WRITE ENR-OUTOEN FROM L-TITLE-LINE
024800
024900     DISPLAY 'PART112 : SAISIE DES COMMANDES - ' WS-TODAY-DASHED
025000     SET SESSION-OPEN TO TRUE
025100     PERFORM ENTER-ONE-ORDER UNTIL SESSION-DONE
025200
025300     MOVE WS-CNT-LINES TO TRL-COUNT-ED
025400     MOVE WS-CTL-HASH  TO TRL-HASH-ED
025500     WRITE ENR-OENTVNT-CTL FROM L-TRL-LINE
025600     CLOSE OENTVNT
025700     CLOSE OUTOEN
025800
025900     DISPLAY '===================================='
026000     DISPLAY 'PART112 ORDER ENTRY SUMMARY'
026100     DISPLAY 'ORDERS WRITTEN   : ' WS-CNT-ORDERS
026200     DISPLAY 'LINES WRITTEN    : ' WS-CNT-LINES
026300     DISPLAY 'ENTRIES REFUSED  : ' WS-CNT-REFUSED
026400     DISPLAY 'ORDERS ABANDONED : ' WS-CNT-DROPPED
026500     DISPLAY '===================================='
026600     GOBACK.
026700
026800******************************************************
026900*** OEBASENO SEEDS THE CONTROL ROW THE FIRST TIME - ***
027000*** 82XXXX IS RESERVED FOR KEYED ORDERS SO THEY     ***
027100*** NEVER COLLIDE WITH THE REGIONAL FILES. OEREP IS ***
027200*** THE REP TO BOOK THE ORDERS TO (NONE = PART2     ***
027300*** TAKES THE CUSTOMER'S TERRITORY REP).            ***
027400******************************************************
027500 INITIALIZE-PARAMETERS.
027600     MOVE SPACES TO WS-BASENO-PARM
027700     MOVE 'OEBASENO' TO WS-PGET-NAME
027733     PERFORM GET-RUN-PARM
027766     MOVE WS-PGET-VALUE TO WS-BASENO-PARM
027800     IF WS-BASENO-PARM IS NUMERIC
027900        MOVE WS-BASENO-PARM TO WS-BASE-NO
028000     END-IF
028100     MOVE SPACES TO WS-REP-PARM
028200     MOVE 'OEREP' TO WS-PGET-NAME
028233     PERFORM GET-RUN-PARM
028266     MOVE WS-PGET-VALUE TO WS-REP-PARM
028300     IF WS-REP-PARM IS NUMERIC
028400        MOVE WS-REP-PARM TO WS-REP-NO
028500     END-IF
028600
028700     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
028750     CALL RUNDATE USING WS-TODAY-RAW
028800     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
028900            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
029000            INTO WS-TODAY-DASHED
029100     END-STRING
029200     .
029300
029400******************************************************
029500*** ONE ORDER - THE HEADER, THEN LINES UNTIL A      ***
029600*** BLANK ENTRY, THEN THE OPERATOR CONFIRMS OR      ***
029700*** DROPS IT. A BLANK CUSTOMER ENDS THE SESSION.    ***
029800******************************************************
029900 ENTER-ONE-ORDER.
030000     MOVE ZERO TO WS-LINE-COUNT
030100     MOVE ZERO TO WS-ORDER-TOTAL
030200     PERFORM ENTER-CUSTOMER
030300     IF SESSION-OPEN AND ENTRY-OK
030400        PERFORM ENTER-SHIP-TO
030500     END-IF
030600     IF SESSION-OPEN AND ENTRY-OK
030700        PERFORM ENTER-DEPOT
030800     END-IF
030900     IF SESSION-OPEN AND ENTRY-OK
031000        SET ORDER-OPEN TO TRUE
031100        PERFORM ENTER-ONE-LINE UNTIL ORDER-DONE
031200        IF WS-LINE-COUNT > ZERO
031300           PERFORM CONFIRM-ORDER
031400        END-IF
031500     END-IF
031600     .
031700
031800 ENTER-CUSTOMER.
031900     SET ENTRY-OK TO TRUE
032000     MOVE SPACES TO WS-IN-CUST
032100     DISPLAY ' '
032200     DISPLAY 'CLIENT (VIDE = FIN DE SAISIE) : '
032300     ACCEPT WS-IN-CUST
032400     EVALUATE TRUE
032500        WHEN WS-IN-CUST = SPACES
032600             SET SESSION-DONE TO TRUE
032700        WHEN WS-IN-CUST IS NOT NUMERIC
032800             MOVE 'NO CLIENT INVALIDE' TO WS-MESSAGE
032900             PERFORM REFUSE-ENTRY
033000        WHEN OTHER
033100             MOVE WS-IN-CUST TO WS-CUST-NO
033200             PERFORM CHECK-CUSTOMER
033300     END-EVALUATE
033400     .
033500
033600******************************************************
033700*** THE SAME TESTS PART2 WILL MAKE : AN UNKNOWN OR  ***
033800*** MERGED ACCOUNT WOULD PARK IN SUSPENSE, ONE IN   ***
033900*** COLLECTIONS WOULD BE HELD.                      ***
034000******************************************************
034100 CHECK-CUSTOMER.
034200     MOVE WS-CUST-NO TO CUS-NO
034300     EXEC SQL
034400        SELECT NAME, BALANCE, CREDIT_LIMIT,
034500               COALESCE(COLL_FLAG, ' '),
034600               COALESCE(DEPOSIT_BAL, 0),
034700               COALESCE(PARENT_C_NO, 0),
034800               COALESCE(MERGED_INTO, 0)
034900             INTO :CUS-NAME, :CUS-BALANCE, :CUS-CREDIT-LIMIT,
035000                  :CUS-COLL-FLAG, :CUS-DEPOSIT, :CUS-PARENT,
035100                  :CUS-MERGED-TO
035200        FROM API5.CUSTOMERS
035300        WHERE C_NO = :CUS-NO
035400     END-EXEC
035500     EVALUATE TRUE
035600        WHEN SQLCODE = +100
035700             MOVE 'CLIENT INCONNU' TO WS-MESSAGE
035800             PERFORM REFUSE-ENTRY
035900        WHEN SQLCODE NOT = ZERO
036000             PERFORM TEST-SQLCODE
036100        WHEN CUS-MERGED-TO NOT = ZERO
036200             MOVE SPACES TO WS-MESSAGE
036300             STRING 'COMPTE FUSIONNE DANS ' CUS-MERGED-TO
036400                    DELIMITED BY SIZE INTO WS-MESSAGE
036500             END-STRING
036600             PERFORM REFUSE-ENTRY
036700        WHEN CUS-COLL-FLAG = 'Y'
036800             MOVE 'COMPTE EN RECOUVREMENT' TO WS-MESSAGE
036900             PERFORM REFUSE-ENTRY
037000        WHEN OTHER
037100             DISPLAY '  ' CUS-NAME
037200             PERFORM READ-CREDIT-EXPOSURE
037300     END-EVALUATE
037400     .
037500
037600******************************************************
037700*** NO LIMIT ON THE ACCOUNT (OR ITS PARENT) MEANS  ***
037800*** NO CREDIT TEST, AS IN PART2. DEPOSITS COUNT AS  ***
037900*** HEADROOM.                                       ***
038000******************************************************
038100 READ-CREDIT-EXPOSURE.
038200     SET CREDIT-OPEN TO TRUE
038300     IF CUS-PARENT > ZERO
038400        MOVE CUS-PARENT TO WS-GRP-HEAD
038500        MOVE ZERO TO WS-GRP-LIMIT
038600        MOVE ZERO TO WS-GRP-DEPOSIT
038700        EXEC SQL
038800           SELECT CREDIT_LIMIT, COALESCE(DEPOSIT_BAL, 0)
038900                INTO :WS-GRP-LIMIT, :WS-GRP-DEPOSIT
039000           FROM API5.CUSTOMERS
039100           WHERE C_NO = :WS-GRP-HEAD
039200        END-EXEC
039300        PERFORM TEST-SQLCODE
039400        IF SQLCODE = ZERO AND WS-GRP-LIMIT > ZERO
039500           EXEC SQL
039600              SELECT COALESCE(SUM(BALANCE), 0)
039700                   INTO :WS-GRP-BALANCE
039800              FROM API5.CUSTOMERS
039900              WHERE C_NO = :WS-GRP-HEAD
040000              OR    COALESCE(PARENT_C_NO, 0) = :WS-GRP-HEAD
040100           END-EXEC
040200           PERFORM TEST-SQLCODE
040300           SET CREDIT-CHECKED TO TRUE
040400           MOVE WS-GRP-BALANCE TO WS-EXPOSURE
040500           COMPUTE WS-CEILING = WS-GRP-LIMIT + WS-GRP-DEPOSIT
040600        END-IF
040700     ELSE
040800        IF CUS-CREDIT-LIMIT > ZERO
040900           SET CREDIT-CHECKED TO TRUE
041000           MOVE CUS-BALANCE TO WS-EXPOSURE
041100           COMPUTE WS-CEILING = CUS-CREDIT-LIMIT + CUS-DEPOSIT
041200        END-IF
041300     END-IF
041400     IF CREDIT-CHECKED
041500        COMPUTE ED-AMOUNT = WS-CEILING - WS-EXPOSURE
041600        DISPLAY '  CREDIT DISPONIBLE : ' ED-AMOUNT
041700     ELSE
041800        DISPLAY '  PAS DE LIMITE DE CREDIT'
041900     END-IF
042000     .
042100
042200 ENTER-SHIP-TO.
042300     MOVE SPACES TO WS-IN-SHIP
042400     DISPLAY 'LIVRAISON (CODE, VIDE = SIEGE) : '
042500     ACCEPT WS-IN-SHIP
042600     MOVE WS-IN-SHIP TO WS-SHIP-CODE
042700     IF WS-SHIP-CODE NOT = SPACES
042800        MOVE WS-CUST-NO   TO SHIP-C-NO
042900        MOVE WS-SHIP-CODE TO SHIP-CODE
043000        EXEC SQL
043100           SELECT NAME
043200                INTO :SHIP-NAME
043300           FROM API5.SHIP_TO
043400           WHERE C_NO      = :SHIP-C-NO
043500           AND   SHIP_CODE = :SHIP-CODE
043600        END-EXEC
043700        EVALUATE TRUE
043800           WHEN SQLCODE = ZERO
043900                DISPLAY '  ' SHIP-NAME
044000           WHEN SQLCODE = +100
044100                MOVE 'ADRESSE DE LIVRAISON INCONNUE' TO WS-MESSAGE
044200                PERFORM REFUSE-ENTRY
044300           WHEN OTHER
044400                PERFORM TEST-SQLCODE
044500        END-EVALUATE
044600     END-IF
044700     .
044800
044900 ENTER-DEPOT.
045000     MOVE SPACES TO WS-IN-DEPOT
045100     DISPLAY 'DEPOT (VIDE = W1) : '
045200     ACCEPT WS-IN-DEPOT
045300     IF WS-IN-DEPOT = SPACES
045400        MOVE 'W1' TO WS-DEPOT
045500     ELSE
045600        MOVE WS-IN-DEPOT TO WS-DEPOT
045700     END-IF
045800     .
045900
046000******************************************************
046100*** ONE LINE : PRODUCT;QUANTITY[;PACK]. A BLANK     ***
046200*** ENTRY CLOSES THE ORDER.                         ***
046300******************************************************
046400 ENTER-ONE-LINE.
046500     SET ENTRY-OK TO TRUE
046600     MOVE SPACES TO WS-IN-LINE
046700     MOVE SPACES TO WS-IN-PROD
046800     MOVE SPACES TO WS-IN-QTY-TEXT
046900     MOVE SPACES TO WS-IN-UNIT
047000     DISPLAY 'PRODUIT;QTE[;UNITE] (VIDE = FIN COMMANDE) : '
047100     ACCEPT WS-IN-LINE
047200     IF WS-IN-LINE = SPACES
047300        SET ORDER-DONE TO TRUE
047400     ELSE
047500        UNSTRING WS-IN-LINE DELIMITED BY ';'
047600           INTO WS-IN-PROD WS-IN-QTY-TEXT WS-IN-UNIT
047700        END-UNSTRING
047800        PERFORM CHECK-LINE
047900        IF ENTRY-OK
048000           PERFORM ACCEPT-LINE
048100        END-IF
048200     END-IF
048300     .
048400
048500 CHECK-LINE.
048600     MOVE ZERO TO WS-PACKS
048700     IF WS-IN-QTY-TEXT NOT = SPACES
048800        AND FUNCTION TEST-NUMVAL(WS-IN-QTY-TEXT) = ZERO
048900        IF FUNCTION NUMVAL(WS-IN-QTY-TEXT) > ZERO
049000           AND FUNCTION NUMVAL(WS-IN-QTY-TEXT) < 100
049100           COMPUTE WS-PACKS = FUNCTION NUMVAL(WS-IN-QTY-TEXT)
049200        END-IF
049300     END-IF
049400     EVALUATE TRUE
049500        WHEN WS-LINE-COUNT >= 20
049600             MOVE 'COMMANDE PLEINE (20 LIGNES)' TO WS-MESSAGE
049700             PERFORM REFUSE-ENTRY
049800        WHEN WS-PACKS = ZERO
049900             MOVE 'QUANTITE INVALIDE (1 A 99)' TO WS-MESSAGE
050000             PERFORM REFUSE-ENTRY
050100        WHEN OTHER
050200             PERFORM CHECK-DUPLICATE-LINE
050300     END-EVALUATE
050400     IF ENTRY-OK
050500        PERFORM CHECK-PRODUCT
050600     END-IF
050700     IF ENTRY-OK
050800        PERFORM CHECK-PACK-UNIT
050900     END-IF
051000     IF ENTRY-OK
051100        PERFORM CHECK-FREE-STOCK
051200     END-IF
051300     IF ENTRY-OK
051400        PERFORM RESOLVE-PRICE
051500        PERFORM CHECK-CREDIT
051600     END-IF
051700     .
051800
051900 CHECK-DUPLICATE-LINE.
052000     PERFORM VARYING WS-LY FROM 1 BY 1
052100             UNTIL WS-LY > WS-LINE-COUNT
052200        IF WS-LINE-PROD(WS-LY) = WS-IN-PROD
052300           MOVE 'PRODUIT DEJA SUR LA COMMANDE' TO WS-MESSAGE
052400           PERFORM REFUSE-ENTRY
052500        END-IF
052600     END-PERFORM
052700     .
052800
052900 CHECK-PRODUCT.
053000     MOVE WS-IN-PROD TO PROD-ID
053100     EXEC SQL
053200        SELECT DESCRIPTION, PRICE, COALESCE(ACTIVE, ' ')
053300             INTO :PROD-DESCRIPTION, :PROD-PRICE, :PROD-ACTIVE
053400        FROM API5.PRODUCTS
053500        WHERE P_NO = :PROD-ID
053600     END-EXEC
053700     EVALUATE TRUE
053800        WHEN SQLCODE = +100
053900             MOVE 'PRODUIT INCONNU' TO WS-MESSAGE
054000             PERFORM REFUSE-ENTRY
054100        WHEN SQLCODE NOT = ZERO
054200             PERFORM TEST-SQLCODE
054300        WHEN PROD-ACTIVE = 'I'
054400             MOVE 'PRODUIT RETIRE DU CATALOGUE' TO WS-MESSAGE
054500             PERFORM REFUSE-ENTRY
054600        WHEN OTHER
054700             DISPLAY '  ' PROD-DESCRIPTION-TEXT
054800     END-EVALUATE
054900     .
055000
055100******************************************************
055200*** A PACK CODE TURNS INTO BASE UNITS THE WAY PART2 ***
055300*** DOES IT (API5.PRODUCT_UNITS, THE BASE UNIT      ***
055400*** COUNTS 1).                                      ***
055500******************************************************
055600 CHECK-PACK-UNIT.
055700     MOVE 1 TO WS-FACTOR
055800     IF WS-IN-UNIT NOT = SPACES
055900        MOVE WS-IN-PROD TO PUNIT-P-NO
056000        MOVE WS-IN-UNIT TO PUNIT-CODE
056100        EXEC SQL
056200           SELECT CASE WHEN COALESCE(P.BASE_UNIT, 'EA')
056300                            = :PUNIT-CODE THEN 1
056400                       ELSE COALESCE(U.FACTOR, 0) END
056500                INTO :PUNIT-FACTOR
056600           FROM API5.PRODUCTS P
056700           LEFT JOIN API5.PRODUCT_UNITS U
056800                ON  U.P_NO      = P.P_NO
056900                AND U.UNIT_CODE = :PUNIT-CODE
057000           WHERE P.P_NO = :PUNIT-P-NO
057100        END-EXEC
057200        PERFORM TEST-SQLCODE
057300        MOVE PUNIT-FACTOR TO WS-FACTOR
057400     END-IF
057500     MOVE ZERO TO WS-BASE-QTY
057600     IF WS-FACTOR = ZERO
057700        MOVE 'UNITE INCONNUE POUR CE PRODUIT' TO WS-MESSAGE
057800        PERFORM REFUSE-ENTRY
057900     ELSE
058000        COMPUTE WS-BASE-QTY = WS-PACKS * WS-FACTOR
058100           ON SIZE ERROR
058200              MOVE 'QUANTITE HORS LIMITE' TO WS-MESSAGE
058300              PERFORM REFUSE-ENTRY
058400        END-COMPUTE
058500     END-IF
058600     .
058700
058800******************************************************
058900*** FREE STOCK AT THE DEPOT = ON HAND LESS RESERVED ***
059000*** AND QUARANTINE; A KIT IS AS AVAILABLE AS ITS    ***
059100*** SCARCEST COMPONENT. PART2 WOULD BACKORDER A     ***
059200*** SHORT LINE, SO THE OPERATOR HEARS IT NOW.       ***
059300******************************************************
059400 CHECK-FREE-STOCK.
059500     MOVE WS-IN-PROD TO KIT-P-NO
059600     MOVE ZERO TO WS-KIT-COMPS
059700     MOVE 9999999 TO WS-FREE-MIN
059800     SET KIT-NOT-DONE TO TRUE
059900     EXEC SQL
060000        OPEN CKIT
060100     END-EXEC
060200     PERFORM TEST-SQLCODE
060300     PERFORM CHECK-ONE-COMPONENT UNTIL KIT-DONE
060400     EXEC SQL
060500        CLOSE CKIT
060600     END-EXEC
060700     PERFORM TEST-SQLCODE
060800     IF WS-KIT-COMPS = ZERO
060900        MOVE WS-IN-PROD TO WHS-P-NO
061000        PERFORM READ-FREE-STOCK
061100        MOVE WS-FREE TO WS-FREE-MIN
061200     END-IF
061300     IF WS-FREE-MIN < ZERO
061400        MOVE ZERO TO WS-FREE-MIN
061500     END-IF
061600     IF WS-BASE-QTY > WS-FREE-MIN
061700        MOVE WS-FREE-MIN TO ED-QTY
061800        MOVE SPACES TO WS-MESSAGE
061900        STRING 'STOCK INSUFFISANT - DISPONIBLE ' ED-QTY
062000               DELIMITED BY SIZE INTO WS-MESSAGE
062100        END-STRING
062200        PERFORM REFUSE-ENTRY
062300     END-IF
062400     .
062500
062600 CHECK-ONE-COMPONENT.
062700     EXEC SQL
062800        FETCH CKIT
062900        INTO :KIT-COMP-P-NO, :KIT-COMP-QTY
063000     END-EXEC
063100     EVALUATE TRUE
063200        WHEN SQLCODE = +100
063300             SET KIT-DONE TO TRUE
063400        WHEN SQLCODE = ZERO
063500             ADD 1 TO WS-KIT-COMPS
063600             MOVE KIT-COMP-P-NO TO WHS-P-NO
063700             PERFORM READ-FREE-STOCK
063800             IF KIT-COMP-QTY > ZERO
063900                DIVIDE WS-FREE BY KIT-COMP-QTY GIVING WS-FREE
064000             END-IF
064100             IF WS-FREE < WS-FREE-MIN
064200                MOVE WS-FREE TO WS-FREE-MIN
064300             END-IF
064400        WHEN OTHER
064500             PERFORM TEST-SQLCODE
064600     END-EVALUATE
064700     .
064800
064900 READ-FREE-STOCK.
065000     MOVE WS-DEPOT TO WHS-W-CODE
065100     MOVE ZERO TO WS-FREE
065200     EXEC SQL
065300        SELECT STOCK - COALESCE(RESERVED, 0)
065400                     - COALESCE(QUARANTINE, 0)
065500             INTO :WS-FREE
065600        FROM API5.WAREHOUSE_STOCK
065700        WHERE W_CODE = :WHS-W-CODE
065800        AND   P_NO   = :WHS-P-NO
065900     END-EXEC
066000     EVALUATE TRUE
066100        WHEN SQLCODE = ZERO
066200             CONTINUE
066300        WHEN SQLCODE = +100
066400             MOVE ZERO TO WS-FREE
066500        WHEN OTHER
066600             PERFORM TEST-SQLCODE
066700     END-EVALUATE
066800     .
066900
067000******************************************************
067100*** THE PRICE PART2 WILL CHARGE : THE CONTRACT    ***
067200*** PRICE IN EFFECT TODAY, ELSE THE CATALOG PRICE ***
067300*** LESS ANY PROMOTION RUNNING TODAY (USD).         ***
067400******************************************************
067500 RESOLVE-PRICE.
067600     SET CONTRACT-NOT-FOUND TO TRUE
067700     MOVE PROD-PRICE TO WS-UNIT-PRICE
067800     EXEC SQL
067900        SELECT PRICE
068000             INTO :CONT-PRICE
068100        FROM API5.CONTRACT_PRICES
068200        WHERE C_NO = :CUS-NO
068300        AND   P_NO = :PROD-ID
068400        AND   EFF_DATE <= :WS-TODAY-DASHED
068500        AND   END_DATE >= :WS-TODAY-DASHED
068600     END-EXEC
068700     EVALUATE TRUE
068800        WHEN SQLCODE = ZERO
068900             SET CONTRACT-FOUND TO TRUE
069000             MOVE CONT-PRICE TO WS-UNIT-PRICE
069100        WHEN SQLCODE = +100
069200             CONTINUE
069300        WHEN OTHER
069400             PERFORM TEST-SQLCODE
069500     END-EVALUATE
069600     IF CONTRACT-NOT-FOUND
069700        MOVE ZERO TO PROMO-DISC-PCT
069800        MOVE ZERO TO PROMO-PRICE
069900        EXEC SQL
070000           SELECT DISCOUNT_PCT, PROMO_PRICE
070100                INTO :PROMO-DISC-PCT, :PROMO-PRICE
070200           FROM API5.PROMOTIONS
070300           WHERE P_NO = :PROD-ID
070400           AND   EFF_DATE <= :WS-TODAY-DASHED
070500           AND   END_DATE >= :WS-TODAY-DASHED
070600        END-EXEC
070700        EVALUATE TRUE
070800           WHEN SQLCODE = ZERO
070900                IF PROMO-PRICE > ZERO
071000                   MOVE PROMO-PRICE TO WS-UNIT-PRICE
071100                ELSE
071200                   COMPUTE WS-UNIT-PRICE ROUNDED = WS-UNIT-PRICE
071300                           * (100 - PROMO-DISC-PCT) / 100
071400                END-IF
071500           WHEN SQLCODE = +100
071600                CONTINUE
071700           WHEN OTHER
071800                PERFORM TEST-SQLCODE
071900        END-EVALUATE
072000     END-IF
072100     COMPUTE WS-LINE-AMOUNT = WS-BASE-QTY * WS-UNIT-PRICE
072200     IF WS-UNIT-PRICE = ZERO
072300        MOVE 'PRODUIT SANS PRIX' TO WS-MESSAGE
072400        PERFORM REFUSE-ENTRY
072500     END-IF
072600     .
072700
072800******************************************************
072900*** THE ORDER SO FAR PLUS THIS LINE MUST STAY UNDER ***
073000*** THE CEILING, OR PART2 WOULD HOLD THE LINE.      ***
073100******************************************************
073200 CHECK-CREDIT.
073300     IF ENTRY-OK AND CREDIT-CHECKED
073400        COMPUTE WS-PROJECTED = WS-EXPOSURE + WS-ORDER-TOTAL
073500                             + WS-LINE-AMOUNT
073600        IF WS-PROJECTED > WS-CEILING
073700           COMPUTE ED-AMOUNT = WS-CEILING - WS-EXPOSURE
073800                             - WS-ORDER-TOTAL
073900           MOVE SPACES TO WS-MESSAGE
074000           STRING 'CREDIT DEPASSE - RESTE ' ED-AMOUNT
074100                  DELIMITED BY SIZE INTO WS-MESSAGE
074200           END-STRING
074300           PERFORM REFUSE-ENTRY
074400        END-IF
074500     END-IF
074600     .
074700
074800 ACCEPT-LINE.
074900     ADD 1 TO WS-LINE-COUNT
075000     MOVE WS-LINE-COUNT  TO WS-LX
075100     MOVE WS-IN-PROD     TO WS-LINE-PROD(WS-LX)
075200     MOVE WS-PACKS       TO WS-LINE-PACKS(WS-LX)
075300     MOVE WS-IN-UNIT     TO WS-LINE-UNIT(WS-LX)
075400     MOVE WS-BASE-QTY    TO WS-LINE-BASE-QTY(WS-LX)
075500     MOVE WS-UNIT-PRICE  TO WS-LINE-PRICE(WS-LX)
075600     MOVE WS-LINE-AMOUNT TO WS-LINE-AMT(WS-LX)
075700     ADD WS-LINE-AMOUNT TO WS-ORDER-TOTAL
075800     MOVE WS-UNIT-PRICE  TO ED-PRICE
075900     MOVE WS-BASE-QTY    TO ED-QTY
076000     MOVE WS-LINE-AMOUNT TO ED-AMOUNT
076100     IF CONTRACT-FOUND
076200        DISPLAY '  OK ' ED-QTY ' X ' ED-PRICE ' (CONTRAT) = '
076300                ED-AMOUNT
076400     ELSE
076500        DISPLAY '  OK ' ED-QTY ' X ' ED-PRICE ' = ' ED-AMOUNT
076600     END-IF
076700     .
076800
076900 REFUSE-ENTRY.
077000     SET ENTRY-BAD TO TRUE
077100     ADD 1 TO WS-CNT-REFUSED
077200     DISPLAY '  REFUSE : ' WS-MESSAGE
077300     .
077400
077500******************************************************
077600*** ONLY A CONFIRMED ORDER TAKES A NUMBER AND GOES  ***
077700*** TO THE FILE; THE NUMBER IS COMMITTED WITH IT.   ***
077800******************************************************
077900 CONFIRM-ORDER.
078000     MOVE WS-ORDER-TOTAL TO ED-AMOUNT
078100     DISPLAY 'TOTAL COMMANDE : ' ED-AMOUNT
078200             ' - VALIDER (O/N) : '
078300     MOVE SPACES TO WS-IN-ANSWER
078400     ACCEPT WS-IN-ANSWER
078500     IF WS-IN-ANSWER = 'O'
078600        PERFORM DRAW-ORDER-NUMBER
078700        PERFORM WRITE-VENT-RECORD
078800           VARYING WS-LX FROM 1 BY 1
078900           UNTIL WS-LX > WS-LINE-COUNT
079000        PERFORM WRITE-JOURNAL
079100        PERFORM COMMIT-SQL
079200        ADD 1 TO WS-CNT-ORDERS
079300        DISPLAY 'COMMANDE ' WS-ORDER-NO ' ENREGISTREE'
079400     ELSE
079500        ADD 1 TO WS-CNT-DROPPED
079600        DISPLAY 'COMMANDE ABANDONNEE'
079700     END-IF
079800     .
079900
080000 DRAW-ORDER-NUMBER.
080100     EXEC SQL
080200        UPDATE API5.ORDENT_CONTROL
080300        SET NEXT_O_NO = NEXT_O_NO + 1
080400     END-EXEC
080500     EVALUATE TRUE
080600        WHEN SQLCODE = ZERO
080700             EXEC SQL
080800                SELECT NEXT_O_NO - 1 INTO :WS-ORDER-NO
080900                FROM API5.ORDENT_CONTROL
081000             END-EXEC
081100             PERFORM TEST-SQLCODE
081200        WHEN SQLCODE = +100
081300             MOVE WS-BASE-NO TO WS-ORDER-NO
081400             EXEC SQL
081500                INSERT INTO API5.ORDENT_CONTROL (NEXT_O_NO)
081600                VALUES(:WS-ORDER-NO + 1)
081700             END-EXEC
081800             PERFORM TEST-SQLCODE
081900        WHEN OTHER
082000             PERFORM TEST-SQLCODE
082100     END-EVALUATE
082200     .
082300
082400******************************************************
082500*** ONE VENTAS-SHAPE SALE LINE PER ACCEPTED LINE.   ***
082600*** PRIX STAYS ZERO SO PART2 PRICES THE LINE ITSELF ***
082700*** (WHAT THE OPERATOR SAW); THE TRAILER HASH IS    ***
082800*** PRIX CENTS PLUS QUANTITE, AS PART2 CHECKS IT.   ***
082900******************************************************
083000 WRITE-VENT-RECORD.
083100     MOVE SPACES TO ENR-OENTVNT
083200     MOVE WS-ORDER-NO          TO NO-COMM-OE
083300     MOVE WS-TODAY-DASHED(9:2) TO JOUR-COMM-OE
083400     MOVE WS-TODAY-DASHED(6:2) TO MOIS-COMM-OE
083500     MOVE WS-TODAY-DASHED(1:4) TO ANNEE-COMM-OE
083600     MOVE '/'                  TO DATE-COMM-OE(3:1)
083700     MOVE '/'                  TO DATE-COMM-OE(6:1)
083800     MOVE WS-REP-NO            TO NO-EMP-OE
083900     MOVE WS-CUST-NO           TO NO-CLIENT-OE
084000     MOVE WS-LINE-PROD(WS-LX)  TO NO-PROD-OE
084100     MOVE ZERO                 TO PRIX-OE
084200     MOVE WS-LINE-PACKS(WS-LX) TO QUANTITE-OE
084300     MOVE SPACE                TO TYPE-COMM-OE
084400     MOVE WS-DEPOT             TO CODE-DEPOT-OE
084500     MOVE WS-SHIP-CODE         TO CODE-SHIPTO-OE
084600     MOVE WS-LINE-UNIT(WS-LX)  TO UNITE-OE
084700     WRITE ENR-OENTVNT
084800     ADD 1 TO WS-CNT-LINES
084900     COMPUTE WS-CTL-HASH = WS-CTL-HASH + WS-LINE-PACKS(WS-LX)
085000     .
085100
085200 WRITE-JOURNAL.
085300     MOVE WS-ORDER-NO    TO ORD-ONO-ED
085400     MOVE WS-CUST-NO     TO ORD-CNO-ED
085500     MOVE WS-SHIP-CODE   TO ORD-SHIP-ED
085600     MOVE WS-DEPOT       TO ORD-DEPOT-ED
085700     MOVE WS-ORDER-TOTAL TO ORD-TOTAL-ED
085800     WRITE ENR-OUTOEN FROM L-HEADER-BLANK
085900     WRITE ENR-OUTOEN FROM L-ORDER-LINE
086000     PERFORM WRITE-JOURNAL-LINE
086100        VARYING WS-LX FROM 1 BY 1
086200        UNTIL WS-LX > WS-LINE-COUNT
086300     .
086400
086500 WRITE-JOURNAL-LINE.
086600     MOVE WS-LINE-PROD(WS-LX)     TO DET-PNO-ED
086700     MOVE WS-LINE-PACKS(WS-LX)    TO DET-PACKS-ED
086800     MOVE WS-LINE-UNIT(WS-LX)     TO DET-UNIT-ED
086900     MOVE WS-LINE-BASE-QTY(WS-LX) TO DET-QTY-ED
087000     MOVE WS-LINE-PRICE(WS-LX)    TO DET-PRICE-ED
087100     MOVE WS-LINE-AMT(WS-LX)      TO DET-AMOUNT-ED
087200     WRITE ENR-OUTOEN FROM L-DETAIL-LINE
087300     .
087400
087500 COMMIT-SQL.
087600     EXEC SQL COMMIT END-EXEC
087700     PERFORM TEST-SQLCODE
087800     .
087900
088000 TEST-SQLCODE.
088100     EVALUATE TRUE
088200          WHEN SQLCODE IS EQUAL TO ZERO
088300                CONTINUE
088400          WHEN SQLCODE IS GREATER ZERO
088500             IF SQLCODE = 100
088600               CONTINUE
088700             ELSE
088800               DISPLAY 'WARNING : ' SQLCODE
088900             END-IF
089000          WHEN SQLCODE IS LESS THAN ZERO
089100                DISPLAY 'ANOMALIE : ' SQLCODE
089200                PERFORM ABEND-PROG
089300     END-EVALUATE.
089400
089500 ABEND-PROG.
089600     MOVE SQLCODE TO ED-SQLCODE
089700     DISPLAY 'ERREUR SQL, SQLCODE = ' ED-SQLCODE
089800     EXEC SQL ROLLBACK END-EXEC
089900     DISPLAY 'PART112 ABENDING - SEE SQLCODE ABOVE'
090000     MOVE 16 TO RETURN-CODE
090100     STOP RUN.
090200
090300******************************************************
090400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
090500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
090600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
090700******************************************************
090800 GET-RUN-PARM.
090900     MOVE RETURN-CODE TO WS-PGET-RETCODE
091000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
091100                        WS-PGET-VALUE
091200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
091300     MOVE WS-PGET-RETCODE TO RETURN-CODE
091400     .
