001700*              THE SAME PIPE SHAPE AS PART17'S SUGORD, AND THE   *
001800*              FICFCT REPORT COMPARES FORECAST, STOCK AND        *
001900*              SUGGESTION SIDE BY SIDE.                          *
001910* 2026-10-15 : PRODUCTS WITH DEPOT LEVELS                        *
001920*              (WAREHOUSE_STOCK.MIN_LEVEL) ARE RAISED TO THE NET *
001930*              SHORTFALL PART121 RECORDED ON TODAY'S             *
001940*              API5.DEPOT_REPLEN ROW WHEN THAT IS MORE THAN THE  *
001950*              FORECAST SUGGESTION - ONLY WHAT THE DEPOT         *
001960*              MINIMUMS LACK AFTER THE PROPOSED TRANSFERS, NEVER *
001970*              A SHORTFALL ANOTHER DEPOT CAN SEND - AND ARE      *
001980*              TAKEN EVEN WITHOUT A REORDER POINT. THE REPORT    *
001990*              MARKS THEM.                                       *
001992* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001994*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001996*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001998*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001998* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001998*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001998*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001998*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001998*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001998*              FOR THE PART131 REPORT.                           *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004600     EXEC SQL
004700        INCLUDE SALESSUM
004800     END-EXEC.
004825     EXEC SQL
004850        INCLUDE DEPREPL
004875     END-EXEC.
004900
005000******************************************************
005100*** EVERY AUTOMATICALLY REPLENISHED, STILL ACTIVE   ***
005200*** PRODUCT.                                        ***
005233*** A PRODUCT WITH DEPOT LEVELS PART121 LEFT SHORT  ***
005266*** TODAY IS TAKEN EVEN WITHOUT A REORDER POINT.    ***
005300******************************************************
005400     EXEC SQL
005500        DECLARE CFPRD CURSOR
005600        FOR
005700        SELECT P_NO, DESCRIPTION, STOCK, REORDER_POINT
005800        FROM API5.PRODUCTS
005900        WHERE (REORDER_POINT > 0
006000        OR     P_NO IN
006020               (SELECT R.P_NO FROM API5.DEPOT_REPLEN R
006040                WHERE R.RUN_DATE = :WS-RUN-DATE
006060                AND   R.NET_SHORT > 0))
006080        AND   ACTIVE = 'A'
006100        ORDER BY P_NO
006200     END-EXEC.
006300
006600 77 WS-LEAD-PARM      PIC X(2).
006700 77 WS-LEAD-MONTHS    PIC 9(2) VALUE 1.
006800 77 WS-TODAY-RAW      PIC X(8).
006850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART55'.
006874 77 WS-PGET-NAME      PIC X(12).
006882 77 WS-PGET-VALUE     PIC X(40).
006890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006900 77 WS-CURR-YYYY      PIC 9(4).
007000 77 WS-CURR-MM        PIC 9(2).
007100 77 WS-WORK-YYYY      PIC 9(4).
008300    88 LIST-NOT-DONE    VALUE 'N'.
008400 77 WS-CNT-PRODUCTS   PIC 9(5) VALUE ZERO.
008500 77 WS-CNT-SUGGESTED  PIC 9(5) VALUE ZERO.
008533 77 WS-CNT-NET-DEPOT  PIC 9(5) VALUE ZERO.
008566 77 WS-RUN-DATE       PIC X(10).
008600 77 WS-STOCK-ED       PIC 9(5).
008700 77 WS-QTY-ED         PIC 9(5).
008800
011100    05 DET-STOCK-ED   PIC ZZZZ9.
011200    05 FILLER         PIC X(4)  VALUE SPACE.
011300    05 DET-SUG-ED     PIC ZZZZZ9.
011400    05 FILLER         PIC X(2)  VALUE SPACE.
011450    05 DET-NOTE-ED    PIC X(24).
011500
011600 PROCEDURE DIVISION.
011700     PERFORM INITIALIZE-PARAMETERS
013800
013900     DISPLAY 'PART55 : PRODUCTS FORECAST   : ' WS-CNT-PRODUCTS
014000     DISPLAY 'PART55 : SUGGESTIONS WRITTEN : ' WS-CNT-SUGGESTED
014050     DISPLAY 'PART55 : RAISED TO DEPOT NET  : ' WS-CNT-NET-DEPOT
014100     GOBACK.
014200
014300******************************************************
014700******************************************************
014800 INITIALIZE-PARAMETERS.
014900     MOVE SPACES TO WS-MONTHS-PARM
015000     MOVE 'FCMONTHS' TO WS-PGET-NAME
015033     PERFORM GET-RUN-PARM
015066     MOVE WS-PGET-VALUE TO WS-MONTHS-PARM
015100     IF WS-MONTHS-PARM NOT = SPACES
015200        AND WS-MONTHS-PARM IS NUMERIC
015300        MOVE WS-MONTHS-PARM TO WS-AVG-MONTHS
015700     END-IF
015800
015900     MOVE SPACES TO WS-LEAD-PARM
016000     MOVE 'FCLEAD' TO WS-PGET-NAME
016033     PERFORM GET-RUN-PARM
016066     MOVE WS-PGET-VALUE TO WS-LEAD-PARM
016100     IF WS-LEAD-PARM NOT = SPACES
016200        AND WS-LEAD-PARM IS NUMERIC
016300        MOVE WS-LEAD-PARM TO WS-LEAD-MONTHS
016700     END-IF
016800
016900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016950     CALL RUNDATE USING WS-TODAY-RAW
017000     MOVE WS-TODAY-RAW(1:4) TO WS-CURR-YYYY
017100     MOVE WS-TODAY-RAW(5:2) TO WS-CURR-MM
017120     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017140            WS-TODAY-RAW(7:2)
017160            DELIMITED BY SIZE INTO WS-RUN-DATE
017180     END-STRING
017200     .
017300
017400 FORECAST-ONE-PRODUCT.
028000     IF WS-SUGGESTED < ZERO
028100        MOVE ZERO TO WS-SUGGESTED
028200     END-IF
028250     PERFORM APPLY-DEPOT-NET-SHORT
028300     .
028303
028306******************************************************
028309*** THE FORECAST FIGURE NETS EVERY DEPOT'S STOCK    ***
028312*** ALREADY. A PRODUCT WITH DEPOT LEVELS IS RAISED  ***
028315*** TO THE NET SHORTFALL PART121 RECORDED TODAY     ***
028318*** WHEN THAT IS MORE - WHAT ITS DEPOT MINIMUMS     ***
028321*** STILL LACK AFTER THE PROPOSED TRANSFERS.        ***
028324******************************************************
028327 APPLY-DEPOT-NET-SHORT.
028330     MOVE SPACES TO DET-NOTE-ED
028333     MOVE PROD-ID TO DREP-P-NO
028336     MOVE WS-RUN-DATE TO DREP-RUN-DATE
028339     EXEC SQL
028342        SELECT NET_SHORT INTO :DREP-NET-SHORT
028345        FROM API5.DEPOT_REPLEN
028348        WHERE P_NO     = :DREP-P-NO
028351        AND   RUN_DATE = :DREP-RUN-DATE
028354     END-EXEC
028357     EVALUATE TRUE
028360        WHEN SQLCODE = +100
028363             CONTINUE
028366        WHEN SQLCODE = ZERO
028369             IF DREP-NET-SHORT > WS-SUGGESTED
028372                MOVE DREP-NET-SHORT TO WS-SUGGESTED
028375                ADD 1 TO WS-CNT-NET-DEPOT
028378                MOVE 'DEPOT NET SHORTFALL' TO DET-NOTE-ED
028381             END-IF
028384        WHEN OTHER
028387             PERFORM TEST-SQLCODE
028390     END-EVALUATE
028393     .
028400
028500 WRITE-DETAIL-LINE.
028600     MOVE PROD-ID TO DET-PNO-ED
033600     DISPLAY 'PART55 ABENDING - SEE SQLCODE ABOVE'
033700     MOVE 16 TO RETURN-CODE
033800     STOP RUN.
033900
034000******************************************************
034100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
034200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
034300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
034400******************************************************
034500 GET-RUN-PARM.
034600     MOVE RETURN-CODE TO WS-PGET-RETCODE
034700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
034800                        WS-PGET-VALUE
034900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
035000     MOVE WS-PGET-RETCODE TO RETURN-CODE
035100     .
