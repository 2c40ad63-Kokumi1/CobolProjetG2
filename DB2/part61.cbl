001400*              (ENV VAR YYYY-MM, DEFAULT = CURRENT MONTH -       *
001500*              RERUNS REPLACE THE PERIOD'S ROWS), SO FINANCE     *
001600*              CAN TRACK STOCK VALUE MONTH OVER MONTH.           *
001616* 2026-10-15 : EACH DEPOT LINE AND THE TOTAL ALSO SHOW,          *
001632*              SEPARATELY, THE UNITS HELD IN QUALITY INSPECTION  *
001648*              (WAREHOUSE_STOCK.QUARANTINE) AND THEIR VALUE AT   *
001664*              UNIT COST. THOSE UNITS ARE STILL OWNED, SO THEY   *
001680*              STAY IN THE DEPOT VALUE.                          *
001684* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001688*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001692*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001696*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001696* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001696*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001696*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001696*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001696*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001696*              FOR THE PART131 REPORT.                           *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
003900
004000******************************************************
004100*** EACH DEPOT'S STOCK VALUE AT UNIT COST.          ***
004133*** THE UNITS HELD IN INSPECTION ARE PART OF IT AND ***
004166*** ARE ALSO SHOWN ON THEIR OWN.                    ***
004200******************************************************
004300     EXEC SQL
004400        DECLARE CDEPV CURSOR
004500        FOR
004600        SELECT W.W_CODE,
004700               SUM(W.STOCK * COALESCE(P.COST, 0)),
004725               SUM(COALESCE(W.QUARANTINE, 0)),
004750               SUM(COALESCE(W.QUARANTINE, 0)
004775                   * COALESCE(P.COST, 0))
004800        FROM API5.WAREHOUSE_STOCK W
004900        JOIN API5.PRODUCTS P
005000        ON W.P_NO = P.P_NO
007200 77 WS-PERIOD-PARM    PIC X(7).
007300 77 WS-VAL-PERIOD     PIC X(7).
007400 77 WS-TODAY-RAW      PIC X(8).
007450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART61'.
007474 77 WS-PGET-NAME      PIC X(12).
007482 77 WS-PGET-VALUE     PIC X(40).
007490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007500 77 WS-DEPOT-VALUE    PIC S9(11)V99 COMP-3.
007600 77 WS-GRAND-VALUE    PIC S9(11)V99 COMP-3 VALUE ZERO.
007620 77 WS-DEPOT-QTN-QTY  PIC S9(9) COMP.
007640 77 WS-DEPOT-QTN-VAL  PIC S9(11)V99 COMP-3.
007660 77 WS-GRAND-QTN-QTY  PIC S9(9) COMP VALUE ZERO.
007680 77 WS-GRAND-QTN-VAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
007700 77 WS-PROD-ID        PIC X(3).
007800 77 WS-POOLED-STOCK   PIC S9(9) COMP.
007900 77 WS-DEPOT-STOCK    PIC S9(9) COMP.
009700    05 DEP-WCODE-ED   PIC X(2).
009800    05 FILLER         PIC X(4)  VALUE SPACE.
009900    05 DEP-VALUE-ED   PIC -Z(10)9,99.
010000    05 FILLER         PIC X(12) VALUE ' QUARANTINE '.
010020    05 DEP-QTN-QTY-ED PIC ZZZZZZ9.
010040    05 FILLER         PIC X(8)  VALUE ' VALUE  '.
010060    05 DEP-QTN-VAL-ED PIC -Z(8)9,99.
010080    05 FILLER         PIC X(40) VALUE SPACE.
010100 01 L-TOTAL-LINE.
010200    05 FILLER         PIC X(6)  VALUE 'TOTAL '.
010300    05 TOT-VALUE-ED   PIC -Z(10)9,99.
010400    05 FILLER         PIC X(12) VALUE ' QUARANTINE '.
010420    05 TOT-QTN-QTY-ED PIC ZZZZZZ9.
010440    05 FILLER         PIC X(8)  VALUE ' VALUE  '.
010460    05 TOT-QTN-VAL-ED PIC -Z(8)9,99.
010480    05 FILLER         PIC X(40) VALUE SPACE.
010500 01 L-RECO-LINE.
010600    05 REC-PNO-ED     PIC X(3).
010700    05 FILLER         PIC X(10) VALUE '  POOLED  '.
013300     PERFORM TEST-SQLCODE
013400
013500     MOVE WS-GRAND-VALUE TO TOT-VALUE-ED
013533     MOVE WS-GRAND-QTN-QTY TO TOT-QTN-QTY-ED
013566     MOVE WS-GRAND-QTN-VAL TO TOT-QTN-VAL-ED
013600     WRITE ENR-OUTVAL FROM L-HEADER-BLANK
013700     WRITE ENR-OUTVAL FROM L-TOTAL-LINE
013800
015800
015900 INITIALIZE-PARAMETERS.
016000     MOVE SPACES TO WS-PERIOD-PARM
016100     MOVE 'VALPERIOD' TO WS-PGET-NAME
016133     PERFORM GET-RUN-PARM
016166     MOVE WS-PGET-VALUE TO WS-PERIOD-PARM
016200     IF WS-PERIOD-PARM = SPACES
016300        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016350        CALL RUNDATE USING WS-TODAY-RAW
016400        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
016500               DELIMITED BY SIZE INTO WS-VAL-PERIOD
016600        END-STRING
018500 VALUE-ONE-DEPOT.
018600     EXEC SQL
018700        FETCH CDEPV
018800        INTO :VALH-W-CODE, :WS-DEPOT-VALUE,
018850             :WS-DEPOT-QTN-QTY, :WS-DEPOT-QTN-VAL
018900     END-EXEC
019000     EVALUATE TRUE
019100        WHEN SQLCODE = +100
019300        WHEN SQLCODE = ZERO
019400             ADD 1 TO WS-CNT-DEPOTS
019500             ADD WS-DEPOT-VALUE TO WS-GRAND-VALUE
019533             ADD WS-DEPOT-QTN-QTY TO WS-GRAND-QTN-QTY
019566             ADD WS-DEPOT-QTN-VAL TO WS-GRAND-QTN-VAL
019600             MOVE VALH-W-CODE TO DEP-WCODE-ED
019700             MOVE WS-DEPOT-VALUE TO DEP-VALUE-ED
019733             MOVE WS-DEPOT-QTN-QTY TO DEP-QTN-QTY-ED
019766             MOVE WS-DEPOT-QTN-VAL TO DEP-QTN-VAL-ED
019800             WRITE ENR-OUTVAL FROM L-DEPOT-LINE
019900             PERFORM INSERT-VALUATION-ROW
020000        WHEN OTHER
025800     DISPLAY 'PART61 ABENDING - SEE SQLCODE ABOVE'
025900     MOVE 16 TO RETURN-CODE
026000     STOP RUN.
026100
026200******************************************************
026300*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
026400*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
026500*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
026600******************************************************
026700 GET-RUN-PARM.
026800     MOVE RETURN-CODE TO WS-PGET-RETCODE
026900     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
027000                        WS-PGET-VALUE
027100*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
027200     MOVE WS-PGET-RETCODE TO RETURN-CODE
027300     .
