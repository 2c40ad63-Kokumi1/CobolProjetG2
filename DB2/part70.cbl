001200*              FILE_REGISTRY REGISTRATIONS; AND THE NIGHT'S      *
001300*              RUN_LOG EVENTS STEP BY STEP. THE NIGHT IS THE     *
001400*              LAST BUSINESS DAY PER BDAYCHK.                    *
001416* 2026-10-15 : TWO MORE QUEUES : UNITS HELD IN QUALITY           *
001432*              INSPECTION (API5.STOCK_QUARANTINE STATUS 'Q') AND *
001448*              UNITS REJECTED AT INSPECTION AWAITING RETURN TO   *
001464*              THE SUPPLIER (STATUS 'J') - LOT ROWS, VALUE AT    *
001480*              UNIT COST, OLDEST RECEIPT AND THE UNIT COUNT.     *
001484* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001488*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001492*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001496*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001496* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001496*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001496*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001496*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001496*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001496*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
006600 77 WS-DAYS-PARM      PIC X(3).
006700 77 WS-AGE-DAYS       PIC 9(3) VALUE 3.
006800 77 WS-TODAY-RAW      PIC X(8).
006850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006858 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006866 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART70'.
006874 77 WS-PGET-NAME      PIC X(12).
006882 77 WS-PGET-VALUE     PIC X(40).
006890 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006900 77 WS-TODAY-INT      PIC 9(8).
007000 77 WS-TODAY-DASHED   PIC X(10).
007100 77 WS-NIGHT-DATE     PIC X(10).
008000 77 WS-QUEUE-COUNT    PIC S9(9) COMP.
008100 77 WS-QUEUE-VALUE    PIC S9(11)V99 COMP-3.
008200 77 WS-QUEUE-OLDEST   PIC X(10).
008250 77 WS-QUEUE-UNITS    PIC S9(9) COMP VALUE ZERO.
008300 77 WS-LIST-DONE      PIC X VALUE 'N'.
008400    88 LIST-DONE        VALUE 'O'.
008500    88 LIST-NOT-DONE    VALUE 'N'.
010600    05 QUE-OLDEST-ED  PIC X(10).
010700    05 FILLER         PIC X(2)  VALUE SPACE.
010800    05 QUE-FLAG-ED    PIC X(8).
010900    05 QUE-UNITS-TXT  PIC X(7).
010933    05 QUE-UNITS-ED   PIC ZZZZZZ9 BLANK WHEN ZERO.
010966    05 FILLER         PIC X(10) VALUE SPACE.
011000 01 L-FREG-LINE.
011100    05 FRG-NAME-ED    PIC X(44).
011200    05 FILLER         PIC X(9)  VALUE ' RECORDS '.
014000     PERFORM REPORT-SUSPENSE-QUEUE
014100     PERFORM REPORT-HELD-QUEUE
014200     PERFORM REPORT-BACKORDER-QUEUE
014233     PERFORM REPORT-QUARANTINE-QUEUE
014266     PERFORM REPORT-REJECTED-QUEUE
014300
014400     WRITE ENR-OUTMON FROM L-HEADER-BLANK
014500     WRITE ENR-OUTMON FROM L-SECTION-FREG
016100******************************************************
016200 INITIALIZE-PARAMETERS.
016300     MOVE SPACES TO WS-DAYS-PARM
016400     MOVE 'QAGEDAYS' TO WS-PGET-NAME
016433     PERFORM GET-RUN-PARM
016466     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
016500     IF WS-DAYS-PARM NOT = SPACES
016600        AND WS-DAYS-PARM IS NUMERIC
016700        MOVE WS-DAYS-PARM TO WS-AGE-DAYS
016800     END-IF
016900
017000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017050     CALL RUNDATE USING WS-TODAY-RAW
017100     MOVE WS-TODAY-RAW TO WS-TODAY-INT
017200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
024700     MOVE WS-QUEUE-COUNT  TO QUE-COUNT-ED
024800     MOVE WS-QUEUE-VALUE  TO QUE-VALUE-ED
024900     MOVE WS-QUEUE-OLDEST TO QUE-OLDEST-ED
024914     MOVE WS-QUEUE-UNITS  TO QUE-UNITS-ED
024928     IF WS-QUEUE-UNITS > ZERO
024942        MOVE ' UNITS ' TO QUE-UNITS-TXT
024956     ELSE
024970        MOVE SPACES TO QUE-UNITS-TXT
024984     END-IF
025000     IF WS-QUEUE-COUNT > ZERO
025100        AND WS-QUEUE-OLDEST NOT = SPACES
025200        AND WS-QUEUE-OLDEST < WS-AGE-CUTOFF
025500        MOVE SPACES TO QUE-FLAG-ED
025600     END-IF
025700     WRITE ENR-OUTMON FROM L-QUEUE-LINE
025750     MOVE ZERO TO WS-QUEUE-UNITS
025800     .
025802
025804******************************************************
025806*** RECEIVED UNITS STILL IN QUALITY INSPECTION, AND ***
025808*** UNITS REJECTED THERE THAT STILL WAIT TO GO BACK ***
025810*** TO THE SUPPLIER - LOT ROWS, VALUE AT UNIT COST, ***
025812*** OLDEST RECEIPT AND THE UNITS HELD.              ***
025814******************************************************
025816 REPORT-QUARANTINE-QUEUE.
025818     MOVE 'QUARANTINE  ' TO WS-QUEUE-NAME
025820     EXEC SQL
025822        SELECT COUNT(*),
025824               COALESCE(SUM(Q.QTY * COALESCE(P.COST, 0)), 0),
025826               COALESCE(MIN(Q.RECV_DATE), ' '),
025828               COALESCE(SUM(Q.QTY), 0)
025830             INTO :WS-QUEUE-COUNT, :WS-QUEUE-VALUE,
025832                  :WS-QUEUE-OLDEST, :WS-QUEUE-UNITS
025834        FROM API5.STOCK_QUARANTINE Q
025836        JOIN API5.PRODUCTS P
025838        ON Q.P_NO = P.P_NO
025840        WHERE Q.STATUS = 'Q'
025842     END-EXEC
025844     PERFORM TEST-SQLCODE
025846     PERFORM WRITE-QUEUE-LINE
025848     .
025850
025852 REPORT-REJECTED-QUEUE.
025854     MOVE 'QC REJECTED ' TO WS-QUEUE-NAME
025856     EXEC SQL
025858        SELECT COUNT(*),
025860               COALESCE(SUM(Q.QTY * COALESCE(P.COST, 0)), 0),
025862               COALESCE(MIN(Q.RECV_DATE), ' '),
025864               COALESCE(SUM(Q.QTY), 0)
025866             INTO :WS-QUEUE-COUNT, :WS-QUEUE-VALUE,
025868                  :WS-QUEUE-OLDEST, :WS-QUEUE-UNITS
025870        FROM API5.STOCK_QUARANTINE Q
025872        JOIN API5.PRODUCTS P
025874        ON Q.P_NO = P.P_NO
025876        WHERE Q.STATUS = 'J'
025878     END-EXEC
025880     PERFORM TEST-SQLCODE
025882     PERFORM WRITE-QUEUE-LINE
025884     .
025900
026000 REPORT-FILE-REGISTRY.
026100     SET LIST-NOT-DONE TO TRUE
034400     DISPLAY 'PART70 ABENDING - SEE SQLCODE ABOVE'
034500     MOVE 16 TO RETURN-CODE
034600     STOP RUN.
034700
034800******************************************************
034900*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
035000*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
035100*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
035200******************************************************
035300 GET-RUN-PARM.
035400     MOVE RETURN-CODE TO WS-PGET-RETCODE
035500     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
035600                        WS-PGET-VALUE
035700*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
035800     MOVE WS-PGET-RETCODE TO RETURN-CODE
035900     .
