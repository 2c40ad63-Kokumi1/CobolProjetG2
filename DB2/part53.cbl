001400*              TRANSMISSION FILE PARTINV, FRAMED BY THE SAME     *
001500*              HDR/TRL CONTROL RECORDS OUR INBOUND FILES CARRY   *
001600*              (TRL COUNT PLUS AN ADDITIVE GROSS-CENTS HASH).    *
001616* 2026-10-15 : A LINE THE PARTNER ORDERED IN PACKS               *
001632*              (ITEMS.ORDER_UNIT) IS SENT BACK IN THE SAME UNIT  *
001648*              - QTY IS THE PACK COUNT AND THE UNIT CODE FOLLOWS *
001664*              THE TAX IN TWO OF THE SPARE BYTES (BLANK = BASE   *
001680*              UNIT). THE NET AMOUNT IS UNCHANGED.               *
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
007200     EXEC SQL
007300        DECLARE CPITM CURSOR
007400        FOR
007500        SELECT P_NO, QUANTITY, PRICE, TAX_AMOUNT,
007550               COALESCE(ORDER_UNIT, '  '), COALESCE(ORDER_QTY, 0)
007600        FROM API5.ITEMS
007700        WHERE O_NO = :INV-O-NO
007800        ORDER BY P_NO
008400 77 WS-DATE-PARM      PIC X(10).
008500 77 WS-INV-DATE       PIC X(10).
008600 77 WS-TODAY-RAW      PIC X(8).
008650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART53'.
008674 77 WS-PGET-NAME      PIC X(12).
008682 77 WS-PGET-VALUE     PIC X(40).
008690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008700 77 WS-INV-DONE       PIC X VALUE 'N'.
008800    88 INV-DONE         VALUE 'O'.
008900    88 INV-NOT-DONE     VALUE 'N'.
012500    05 INV-QTY-ED      PIC 9(2).
012600    05 INV-PRICE-ED    PIC 9(5)V99.
012700    05 INV-TAX-ED      PIC 9(5)V99.
012750    05 INV-UNIT-ED     PIC X(2).
012800    05 FILLER          PIC X(17) VALUE SPACE.
012900
013000 PROCEDURE DIVISION.
013100     PERFORM INITIALIZE-PARAMETERS
016100
016200 INITIALIZE-PARAMETERS.
016300     MOVE SPACES TO WS-DATE-PARM
016400     MOVE 'INVDATE' TO WS-PGET-NAME
016433     PERFORM GET-RUN-PARM
016466     MOVE WS-PGET-VALUE TO WS-DATE-PARM
016500     IF WS-DATE-PARM NOT = SPACES
016600        MOVE WS-DATE-PARM TO WS-INV-DATE
016700     ELSE
016800        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016850        CALL RUNDATE USING WS-TODAY-RAW
016900        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017000               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
017100               INTO WS-INV-DATE
025100     EXEC SQL
025200        FETCH CPITM
025300        INTO :ITEMS-P-NO, :ITEMS-QUANTITY,
025400             :ITEMS-PRICE, :ITEMS-TAX,
025450             :ITEMS-ORDER-UNIT, :ITEMS-ORDER-QTY
025500     END-EXEC
025600     EVALUATE TRUE
025700        WHEN SQLCODE = +100
027300     MOVE INV-NO         TO INV-NO-ED
027400     MOVE INV-O-NO       TO INV-ONO-ED
027500     MOVE ITEMS-P-NO     TO INV-PNO-ED
027600     IF ITEMS-ORDER-UNIT = SPACES
027615        MOVE ITEMS-QUANTITY  TO INV-QTY-ED
027630     ELSE
027645        MOVE ITEMS-ORDER-QTY TO INV-QTY-ED
027660     END-IF
027675     MOVE ITEMS-ORDER-UNIT TO INV-UNIT-ED
027700     COMPUTE INV-PRICE-ED = ITEMS-QUANTITY * ITEMS-PRICE
027800     MOVE ITEMS-TAX      TO INV-TAX-ED
027900     WRITE PARTINV-RECORD FROM L-INV-LINE
030100     DISPLAY 'PART53 ABENDING - SEE SQLCODE ABOVE'
030200     MOVE 16 TO RETURN-CODE
030300     STOP RUN.
030400
030500******************************************************
030600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
030700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
030800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
030900******************************************************
031000 GET-RUN-PARM.
031100     MOVE RETURN-CODE TO WS-PGET-RETCODE
031200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
031300                        WS-PGET-VALUE
031400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
031500     MOVE WS-PGET-RETCODE TO RETURN-CODE
031600     .
