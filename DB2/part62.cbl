001700*              THE WAREHOUSE FILLS THE QUANTITY) SO THE DAY'S    *
001800*              RESULTS FEED STRAIGHT INTO PART19'S EXISTING      *
001900*              RECONCILIATION. A WORKSHEET GOES TO FICCYC.       *
001914* 2026-10-15 : THE DAY'S DUE PRODUCTS ARE STILL CHOSEN BIGGEST   *
001928*              SELLERS FIRST UP TO CYCMAX, BUT THE SKELETON AND  *
001942*              THE LIST ARE NOW WRITTEN IN WALK ORDER OF EACH    *
001956*              PRODUCT'S W1 BIN (API5.PRODUCT_BINS /             *
001970*              BIN_LOCATIONS), WITH THE BIN ON THE LIST;         *
001984*              UNBINNED PRODUCTS COME LAST.                      *
001987* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001990*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001993*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001996*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001996* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001996*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001996*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001996*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001996*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001996*              FOR THE PART131 REPORT.                           *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004300     EXEC SQL
004400        INCLUDE CYCCNT
004500     END-EXEC.
004525     EXEC SQL
004550        INCLUDE BINLOC
004575     END-EXEC.
004600
004700******************************************************
004800*** EVERY ACTIVE PRODUCT WITH ITS REVENUE OVER THE  ***
006600 77 WS-MAX-PARM       PIC X(3).
006700 77 WS-MAX-PER-DAY    PIC 9(3) VALUE 20.
006800 77 WS-TODAY-RAW      PIC X(8).
006850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART62'.
006874 77 WS-PGET-NAME      PIC X(12).
006882 77 WS-PGET-VALUE     PIC X(40).
006890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006900 77 WS-TODAY-DASHED   PIC X(10).
007000 77 WS-CUTOFF-PERIOD  PIC X(7).
007100 77 WS-CUT-YYYY       PIC 9(4).
009000 77 WS-BDAY-RESULT    PIC X(10).
009100 77 WS-BDAY-STATUS    PIC X(1).
009200 77 WS-PX             PIC 9(4) COMP.
009225 77 WS-DX             PIC 9(4) COMP.
009250 77 WS-DY             PIC 9(4) COMP.
009275 77 WS-COUNT-DEPOT    PIC X(2) VALUE 'W1'.
009300
009400******************************************************
009500*** THE CLASSIFICATION PASS HELD IN STORAGE - THE   ***
010200       10 WS-ABC-REVENUE  PIC S9(11)V99 COMP-3.
010300       10 WS-ABC-CLASS    PIC X(1).
010400 01 WS-ABC-COUNT      PIC 9(4) COMP VALUE ZERO.
010404
010408******************************************************
010412*** THE DAY'S DUE PRODUCTS, PICKED IN REVENUE ORDER ***
010416*** UP TO THE CAP, THEN PRINTED IN WALK ORDER OF    ***
010420*** THEIR W1 BIN - THE DEPOT PART19 POSTS COUNTS TO.***
010424*** THE WALK KEY IS AISLE, BAY, LEVEL, BIN; AN      ***
010428*** UNBINNED PRODUCT CARRIES HIGH-VALUES AND PRINTS ***
010432*** LAST.                                           ***
010436******************************************************
010440 01 WS-DUE-TABLE.
010444    05 WS-DUE-ENTRY OCCURS 999 TIMES.
010448       10 WS-DUE-KEY      PIC X(15).
010452       10 WS-DUE-P-NO     PIC X(3).
010456       10 WS-DUE-CLASS    PIC X(1).
010460       10 WS-DUE-LAST     PIC X(10).
010464       10 WS-DUE-BIN      PIC X(8).
010468 01 WS-DUE-SWAP         PIC X(37).
010472 01 WS-WALK-KEY.
010476    05 WS-WALK-AISLE    PIC X(2).
010480    05 WS-WALK-BAY      PIC 9(3).
010484    05 WS-WALK-LEVEL    PIC 9(2).
010488    05 WS-WALK-BIN      PIC X(8).
010500
010600 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
010700 01 L-TITLE-LINE.
010900    05 TITLE-DATE-ED  PIC X(10).
011000    05 FILLER         PIC X(46) VALUE SPACE.
011100 01 L-DETAIL-LINE.
011200    05 DET-BIN-ED     PIC X(8).
011233    05 FILLER         PIC X(2)  VALUE SPACE.
011266    05 DET-PNO-ED     PIC X(3).
011300    05 FILLER         PIC X(8)  VALUE ' CLASS  '.
011400    05 DET-CLASS-ED   PIC X(1).
011500    05 FILLER         PIC X(14) VALUE '  LAST COUNTED'.
011600    05 FILLER         PIC X(1)  VALUE SPACE.
011700    05 DET-LAST-ED    PIC X(10).
011800    05 FILLER         PIC X(33) VALUE SPACE.
011900 01 L-SKEL-LINE.
012000    05 SKL-PNO-ED     PIC X(3).
012100    05 FILLER         PIC X(2)  VALUE ';;'.
014200     WRITE ENR-OUTCYC FROM L-TITLE-LINE
014300     WRITE ENR-OUTCYC FROM L-HEADER-BLANK
014400
014500     PERFORM SELECT-DUE-PRODUCTS
014533     PERFORM SORT-DUE-BY-BIN
014566     PERFORM EMIT-DUE-PRODUCTS
014600
014700     CLOSE CYCCNT
014800     CLOSE OUTCYC
015800******************************************************
015900 INITIALIZE-PARAMETERS.
016000     MOVE SPACES TO WS-MAX-PARM
016100     MOVE 'CYCMAX' TO WS-PGET-NAME
016133     PERFORM GET-RUN-PARM
016166     MOVE WS-PGET-VALUE TO WS-MAX-PARM
016200     IF WS-MAX-PARM NOT = SPACES
016300        AND WS-MAX-PARM IS NUMERIC
016400        MOVE WS-MAX-PARM TO WS-MAX-PER-DAY
016500     END-IF
016600
016700     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016750     CALL RUNDATE USING WS-TODAY-RAW
016800     MOVE WS-TODAY-RAW TO WS-TODAY-INT
016900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
030900
031000******************************************************
031100*** WALKS THE CLASSIFIED LIST (BIGGEST SELLERS      ***
031200*** FIRST) AND QUEUES EACH PRODUCT WHOSE CLASS      ***
031300*** INTERVAL HAS LAPSED, UP TO THE DAILY CAP.       ***
031400******************************************************
031500 SELECT-DUE-PRODUCTS.
031600     IF WS-ABC-COUNT > ZERO
031700        PERFORM CHECK-ONE-DUE
031800           VARYING WS-PX FROM 1 BY 1
033800     END-EVALUATE
033900     IF CYC-LAST-SCHED = SPACES
034000        OR CYC-LAST-SCHED <= WS-DUE-CUTOFF
034100        PERFORM QUEUE-ONE-PRODUCT
034200     END-IF
034300     .
034400
034401
034402******************************************************
034403*** LOOKS UP THE PRODUCT'S BIN IN THE COUNT DEPOT   ***
034404*** AND BUILDS ITS WALK KEY. A BIN MISSING FROM THE ***
034405*** MASTER STILL PRINTS, AFTER THE PLACED BINS.     ***
034406******************************************************
034407 QUEUE-ONE-PRODUCT.
034408     ADD 1 TO WS-CNT-LISTED
034409     MOVE CYC-P-NO TO PBIN-P-NO
034410     MOVE WS-COUNT-DEPOT TO PBIN-W-CODE
034411     EXEC SQL
034412        SELECT B.BIN_CODE,
034413               COALESCE(L.AISLE, 'ZZ'),
034414               COALESCE(L.BAY, 999),
034415               COALESCE(L.BIN_LEVEL, 99)
034416             INTO :PBIN-CODE, :BIN-AISLE, :BIN-BAY, :BIN-LEVEL
034417        FROM API5.PRODUCT_BINS B
034418        LEFT JOIN API5.BIN_LOCATIONS L
034419        ON  L.W_CODE   = B.W_CODE
034420        AND L.BIN_CODE = B.BIN_CODE
034421        WHERE B.W_CODE = :PBIN-W-CODE
034422        AND   B.P_NO   = :PBIN-P-NO
034423     END-EXEC
034424     PERFORM TEST-SQLCODE
034425     IF SQLCODE = +100
034426        MOVE HIGH-VALUES TO WS-WALK-KEY
034427        MOVE 'NO BIN' TO WS-DUE-BIN(WS-CNT-LISTED)
034428     ELSE
034429        MOVE BIN-AISLE TO WS-WALK-AISLE
034430        MOVE BIN-BAY   TO WS-WALK-BAY
034431        MOVE BIN-LEVEL TO WS-WALK-LEVEL
034432        MOVE PBIN-CODE TO WS-WALK-BIN
034433        MOVE PBIN-CODE TO WS-DUE-BIN(WS-CNT-LISTED)
034434     END-IF
034435     MOVE WS-WALK-KEY         TO WS-DUE-KEY(WS-CNT-LISTED)
034436     MOVE CYC-P-NO            TO WS-DUE-P-NO(WS-CNT-LISTED)
034437     MOVE WS-ABC-CLASS(WS-PX) TO WS-DUE-CLASS(WS-CNT-LISTED)
034438     MOVE CYC-LAST-SCHED      TO WS-DUE-LAST(WS-CNT-LISTED)
034439     .
034440
034441******************************************************
034442*** SIMPLE EXCHANGE SORT ON THE WALK KEY, AS PART19 ***
034443*** RANKS ITS VARIANCES - THE DAILY LIST IS SMALL.  ***
034444******************************************************
034445 SORT-DUE-BY-BIN.
034446     IF WS-CNT-LISTED > 1
034447        PERFORM SORT-OUTER-PASS
034448           VARYING WS-DX FROM 1 BY 1
034449           UNTIL WS-DX >= WS-CNT-LISTED
034450     END-IF
034451     .
034452
034453 SORT-OUTER-PASS.
034454     PERFORM SORT-COMPARE-SWAP
034455        VARYING WS-DY FROM 1 BY 1
034456        UNTIL WS-DY >= WS-CNT-LISTED
034457     .
034458
034459 SORT-COMPARE-SWAP.
034460     IF WS-DUE-KEY(WS-DY) > WS-DUE-KEY(WS-DY + 1)
034461        MOVE WS-DUE-ENTRY(WS-DY)     TO WS-DUE-SWAP
034462        MOVE WS-DUE-ENTRY(WS-DY + 1) TO WS-DUE-ENTRY(WS-DY)
034463        MOVE WS-DUE-SWAP             TO WS-DUE-ENTRY(WS-DY + 1)
034464     END-IF
034465     .
034466
034467 EMIT-DUE-PRODUCTS.
034468     IF WS-CNT-LISTED > ZERO
034469        PERFORM EMIT-ONE-PRODUCT
034470           VARYING WS-DX FROM 1 BY 1
034471           UNTIL WS-DX > WS-CNT-LISTED
034472     END-IF
034473     .
034500 EMIT-ONE-PRODUCT.
034520     MOVE WS-DUE-P-NO(WS-DX)  TO CYC-P-NO
034540     MOVE WS-DUE-P-NO(WS-DX)  TO SKL-PNO-ED
034560     MOVE WS-TODAY-DASHED(9:2) TO SKL-DATE-ED(1:2)
034580     MOVE '/' TO SKL-DATE-ED(3:1)
034600     MOVE WS-TODAY-DASHED(6:2) TO SKL-DATE-ED(4:2)
034620     MOVE '/' TO SKL-DATE-ED(6:1)
034640     MOVE WS-TODAY-DASHED(1:4) TO SKL-DATE-ED(7:4)
034660     WRITE CYCCNT-RECORD FROM L-SKEL-LINE
034680
034700     MOVE WS-DUE-BIN(WS-DX)   TO DET-BIN-ED
034720     MOVE WS-DUE-P-NO(WS-DX)  TO DET-PNO-ED
034740     MOVE WS-DUE-CLASS(WS-DX) TO DET-CLASS-ED
034760     MOVE WS-DUE-LAST(WS-DX)  TO DET-LAST-ED
034780     WRITE ENR-OUTCYC FROM L-DETAIL-LINE
034800
034820     EXEC SQL
034840        UPDATE API5.CYCLE_COUNTS
034860        SET LAST_SCHED_DATE = :WS-TODAY-DASHED
034880        WHERE P_NO = :CYC-P-NO
034900     END-EXEC
034920     PERFORM TEST-SQLCODE
034940     .
036700
036800 COMMIT-SQL.
036900     EXEC SQL COMMIT END-EXEC
039000     DISPLAY 'PART62 ABENDING - SEE SQLCODE ABOVE'
039100     MOVE 16 TO RETURN-CODE
039200     STOP RUN.
039300
039400******************************************************
039500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
039600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
039700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
039800******************************************************
039900 GET-RUN-PARM.
040000     MOVE RETURN-CODE TO WS-PGET-RETCODE
040100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
040200                        WS-PGET-VALUE
040300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
040400     MOVE WS-PGET-RETCODE TO RETURN-CODE
040500     .
