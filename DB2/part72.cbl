001200*              EXPECTED AVAILABILITY - THE EARLIEST OPEN         *
001300*              API5.PO_LINES EXPECTED DATE. FRAMED BY THE SAME   *
001400*              HDR/TRL CONTROL RECORDS OUR OWN FILES CARRY.      *
001425* 2026-10-15 : THE FREE STOCK SENT TO THE PARTNER NOW ALSO       *
001450*              LEAVES OUT UNITS HELD IN QUALITY INSPECTION       *
001475*              (WAREHOUSE_STOCK.QUARANTINE).                     *
001478* 2026-10-15 : EACH PARTAVL RECORD NOW ALSO CARRIES THE          *
001481*              PRODUCT'S NEXT PLANNED PRICE AND ITS EFFECTIVE    *
001484*              DATE (THE EARLIEST PENDING API5.PRICE_PENDING     *
001487*              ROW, ZERO AND SPACES WHEN NONE), SO THE PARTNER   *
001490*              CAN ANNOUNCE PRICE CHANGES IN ADVANCE. THE RECORD *
001493*              WIDENS TO 60 BYTES.                               *
001494* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001495*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001496*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001497*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD PARTAVL.
002900 01 PARTAVL-RECORD PIC X(60).
003000
003100 WORKING-STORAGE SECTION.
003200     EXEC SQL
003500     EXEC SQL
003600        INCLUDE PRODUCTS
003700     END-EXEC.
003725     EXEC SQL
003750        INCLUDE PRICEPND
003775     END-EXEC.
003800
003900******************************************************
004000*** EVERY ACTIVE PRODUCT WITH ITS FREE STOCK.       ***
004400        FOR
004500        SELECT P.P_NO, P.PRICE,
004600               COALESCE(SUM(W.STOCK
004700                        - COALESCE(W.RESERVED, 0)
004750                        - COALESCE(W.QUARANTINE, 0)), 0)
004800        FROM API5.PRODUCTS P
004900        LEFT OUTER JOIN API5.WAREHOUSE_STOCK W
005000        ON P.P_NO = W.P_NO
005400     END-EXEC.
005500
005600 77 WS-TODAY-RAW      PIC X(8).
005650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005700 77 WS-TODAY-DASHED   PIC X(10).
005800 77 WS-FREE-STOCK     PIC S9(9) COMP.
005900 77 WS-NEXT-AVAIL     PIC X(10).
006200    88 LIST-NOT-DONE    VALUE 'N'.
006300 77 WS-CNT-PRODUCTS   PIC 9(7) VALUE ZERO.
006400 77 WS-CNT-SHORTED    PIC 9(5) VALUE ZERO.
006450 77 WS-CNT-PRICE-CHG  PIC 9(5) VALUE ZERO.
006500
006600 01 L-HDR-LINE.
006700    05 FILLER          PIC X(3)  VALUE 'HDR'.
006800    05 HDR-DATE-ED     PIC X(10).
006900    05 FILLER          PIC X(4)  VALUE 'AVAL'.
007000    05 FILLER          PIC X(43) VALUE SPACE.
007100 01 L-TRL-LINE.
007200    05 FILLER          PIC X(3)  VALUE 'TRL'.
007300    05 TRL-COUNT-ED    PIC 9(7).
007400    05 FILLER          PIC X(50) VALUE SPACE.
007500 01 L-AVL-LINE.
007600    05 AVL-PNO-ED      PIC X(3).
007700    05 AVL-PRICE-ED    PIC 9(5)V99.
007800    05 AVL-FREE-ED     PIC S9(7) SIGN LEADING SEPARATE.
007900    05 AVL-NEXT-ED     PIC X(10).
007933    05 AVL-NEWPRC-ED    PIC 9(5)V99.
007966    05 AVL-EFF-ED       PIC X(10).
008000    05 FILLER          PIC X(15) VALUE SPACE.
008100
008200 PROCEDURE DIVISION.
008300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
008350     CALL RUNDATE USING WS-TODAY-RAW
008400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
008500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
008600            INTO WS-TODAY-DASHED
010700
010800     DISPLAY 'PART72 : PRODUCTS SENT : ' WS-CNT-PRODUCTS
010900     DISPLAY 'PART72 : SHORTED       : ' WS-CNT-SHORTED
010950     DISPLAY 'PART72 : PRICE CHANGES : ' WS-CNT-PRICE-CHG
011000     GOBACK.
011100
011200 FEED-ONE-PRODUCT.
012800             MOVE PROD-PRICE    TO AVL-PRICE-ED
012900             MOVE WS-FREE-STOCK TO AVL-FREE-ED
013000             MOVE WS-NEXT-AVAIL TO AVL-NEXT-ED
013050             PERFORM GET-NEXT-PRICE-CHANGE
013100             WRITE PARTAVL-RECORD FROM L-AVL-LINE
013200        WHEN OTHER
013300             PERFORM TEST-SQLCODE
014800     END-EXEC
014900     PERFORM TEST-SQLCODE
015000     .
015003
015006******************************************************
015009*** THE NEXT PRICE CHANGE ALREADY PLANNED FOR THE  ***
015012*** PRODUCT - THE EARLIEST PENDING FUTURE PRICE -  ***
015015*** SO THE PARTNER CAN ANNOUNCE IT IN ADVANCE.     ***
015018*** NONE PLANNED SENDS ZERO AND NO DATE.           ***
015021******************************************************
015024 GET-NEXT-PRICE-CHANGE.
015027     MOVE ZERO   TO AVL-NEWPRC-ED
015030     MOVE SPACES TO AVL-EFF-ED
015033     EXEC SQL
015036        SELECT NEW_PRICE, EFF_DATE
015039             INTO :PPND-NEW-PRICE, :PPND-EFF-DATE
015042        FROM API5.PRICE_PENDING
015045        WHERE P_NO   = :PROD-ID
015048        AND   STATUS = 'P'
015051        ORDER BY EFF_DATE
015054        FETCH FIRST 1 ROW ONLY
015057     END-EXEC
015060     IF SQLCODE = ZERO
015063        MOVE PPND-NEW-PRICE TO AVL-NEWPRC-ED
015066        MOVE PPND-EFF-DATE  TO AVL-EFF-ED
015069        ADD 1 TO WS-CNT-PRICE-CHG
015072     ELSE
015075        PERFORM TEST-SQLCODE
015078     END-IF
015081     .
015100
015200 TEST-SQLCODE.
015300     EVALUATE TRUE
