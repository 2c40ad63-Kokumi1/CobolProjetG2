001100*              DEPOT FROM API5.STOCK_LOTS - SO A RECALL IS A     *
001200*              REPORT, NOT AN ARCHAEOLOGY SESSION. OUTPUT ON     *
001300*              FICRCL.                                           *
001310* 2026-10-15 : THE FIRST TRACE OF A PRODUCT + LOT IS RECORDED AS *
001320*              A RECALL ON API5.LOT_RECALLS, AGAINST THE         *
001330*              SUPPLIER WHOSE PO THE LOT WAS RECEIVED ON, SO     *
001340*              PART88'S SCORECARD CAN COUNT RECALLS PER SUPPLIER.*
001350*              RE-RUNNING THE SAME RECALL DOES NOT COUNT TWICE.  *
001360* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001370*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001380*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001390*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001391* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001392*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001393*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001394*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001395*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001396*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
004200     EXEC SQL
004300        INCLUDE CUSTOMER
004400     END-EXEC.
004410     EXEC SQL
004420        INCLUDE LOTRCL
004430     END-EXEC.
004500
004600******************************************************
004700*** EVERY MOVEMENT OF THE LOT, IN DATE/TIME ORDER,  ***
008400    88 LIST-NOT-DONE    VALUE 'N'.
008500 77 WS-CNT-MOVEMENTS  PIC 9(7) VALUE ZERO.
008600 77 WS-CNT-ORDERS     PIC 9(5) VALUE ZERO.
008610 77 WS-RCL-COUNT      PIC 9(5) COMP-3.
008620 77 WS-TODAY-RAW      PIC X(08).
008660 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008666 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008672 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART60'.
008678 77 WS-PGET-NAME      PIC X(12).
008684 77 WS-PGET-VALUE     PIC X(40).
008690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008700
008800 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
008900 01 L-TITLE-LINE.
012200
012300 PROCEDURE DIVISION.
012400     MOVE SPACES TO WS-PROD-PARM
012500     MOVE 'RECPROD' TO WS-PGET-NAME
012533     PERFORM GET-RUN-PARM
012566     MOVE WS-PGET-VALUE TO WS-PROD-PARM
012600     MOVE SPACES TO WS-LOT-PARM
012700     MOVE 'RECLOT' TO WS-PGET-NAME
012733     PERFORM GET-RUN-PARM
012766     MOVE WS-PGET-VALUE TO WS-LOT-PARM
012800     IF WS-PROD-PARM = SPACES OR WS-LOT-PARM = SPACES
012900        DISPLAY 'PART60 : RECPROD ET RECLOT SONT REQUIS'
013000        MOVE 8 TO RETURN-CODE
016500     PERFORM TEST-SQLCODE
016600
016700     CLOSE OUTRCL
016710
016720     PERFORM RECORD-LOT-RECALL
016730     EXEC SQL COMMIT END-EXEC
016740     PERFORM TEST-SQLCODE
016800
016900     DISPLAY 'PART60 : MOVEMENTS LISTED : ' WS-CNT-MOVEMENTS
017000     DISPLAY 'PART60 : ORDERS TOUCHED   : ' WS-CNT-ORDERS
021800     END-EVALUATE
021900     .
022000
022010******************************************************
022011*** LOGS THE RECALL AGAINST THE SUPPLIER WHOSE PO   ***
022012*** THE LOT ARRIVED ON - THE EARLIEST 'G' RECEIPT   ***
022013*** OF THE LOT THAT NAMED A PO. A LOT ALREADY ON    ***
022014*** API5.LOT_RECALLS IS LEFT AS IT IS.              ***
022015******************************************************
022016 RECORD-LOT-RECALL.
022017     MOVE WS-PROD-PARM TO RCL-P-NO
022018     MOVE WS-LOT-PARM  TO RCL-LOT-NO
022019     MOVE ZERO TO WS-RCL-COUNT
022020     EXEC SQL
022021        SELECT COUNT(*) INTO :WS-RCL-COUNT
022022        FROM API5.LOT_RECALLS
022023        WHERE P_NO   = :RCL-P-NO
022024        AND   LOT_NO = :RCL-LOT-NO
022025     END-EXEC
022026     PERFORM TEST-SQLCODE
022027     IF WS-RCL-COUNT = ZERO
022028        MOVE ZERO TO RCL-SUP-NO
022029        EXEC SQL
022030           SELECT P.SUP_NO INTO :RCL-SUP-NO
022031           FROM API5.STOCK_MOVEMENTS M, API5.PURCHASE_ORDERS P
022032           WHERE M.PO_NO  = P.PO_NO
022033           AND   M.P_NO   = :RCL-P-NO
022034           AND   M.LOT_NO = :RCL-LOT-NO
022035           AND   M.SOURCE = 'G'
022036           ORDER BY M.MVT_DATE, M.MVT_TIME
022037           FETCH FIRST 1 ROW ONLY
022038        END-EXEC
022039        PERFORM TEST-SQLCODE
022040        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
022040        CALL RUNDATE USING WS-TODAY-RAW
022041        MOVE SPACES TO RCL-DATE
022042        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
022043               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
022044               INTO RCL-DATE
022045        END-STRING
022046        EXEC SQL
022047           INSERT INTO API5.LOT_RECALLS
022048           (P_NO, LOT_NO, SUP_NO, RECALL_DATE)
022049           VALUES(:RCL-P-NO,
022050                  :RCL-LOT-NO,
022051                  :RCL-SUP-NO,
022052                  :RCL-DATE)
022053        END-EXEC
022054        PERFORM TEST-SQLCODE
022055        DISPLAY 'PART60 : RECALL RECORDED - SUPPLIER : '
022056                RCL-SUP-NO
022057     END-IF
022058     .
022059
022100 TEST-SQLCODE.
022200     EVALUATE TRUE
022300          WHEN SQLCODE IS EQUAL TO ZERO
023400     END-EVALUATE.
023500
023600 ABEND-PROG.
023610     EXEC SQL ROLLBACK END-EXEC
023700     DISPLAY 'PART60 ABENDING - SEE SQLCODE ABOVE'
023800     MOVE 16 TO RETURN-CODE
023900     STOP RUN.
024000
024100******************************************************
024200*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
024300*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
024400*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
024500******************************************************
024600 GET-RUN-PARM.
024700     MOVE RETURN-CODE TO WS-PGET-RETCODE
024800     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
024900                        WS-PGET-VALUE
025000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
025100     MOVE WS-PGET-RETCODE TO RETURN-CODE
025200     .
