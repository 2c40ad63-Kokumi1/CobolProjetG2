001530*              PRODUCT ON THE LINES - AND THE PAGE PRINTS THE    *
001540*              SHIP CODE, THE LINE'S DEPOT AND A SUBSTITUTION    *
001550*              NOTE WHERE A SUBSTITUTE SHIPPED.                  *
001560* 2026-10-15 : ITMHIST-BASE-QTY (FULL BASE-UNIT QUANTITY NOW     *
001570*              WRITTEN BY PART24) IS USED WHEN PRESENT; ARCHIVES *
001580*              WRITTEN BEFORE IT FALL BACK TO THE 2-DIGIT QTY.   *
001590*              QUANTITY EDIT WIDENED.                            *
001591* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001592*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001593*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001594*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001595*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001596*              FOR THE PART131 REPORT.                           *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
004500******************************************************
004600*** ITMHIST : O-NO(6) P-NO(3) QTY(2) PRICE(5) 2 DEC ***
004700*** TAX(7) 2 DEC ITEM-TYPE(1) COST(5) 2 DEC         ***
004710*** W-CODE(2) ORIG-P-NO(3) BASE-QTY(5) - AS WRITTEN ***
004800*** BY PART24, SORTED BY ORDER NUMBER LIKE ORDHIST. ***
004900******************************************************
005000 FD ITMHIST.
005100 01 ITMHIST-RECORD.
005710    05 ITMHIST-COST      PIC 9(3)V99.
005720    05 ITMHIST-W-CODE    PIC X(2).
005730    05 ITMHIST-ORIG-P-NO PIC X(3).
005765    05 ITMHIST-BASE-QTY  PIC 9(5).
005800    05 FILLER            PIC X(1).
005900 FD OUTARC.
006000 01 ENR-OUTARC PIC X(80).
006100
008800 77 WS-LIVE-SW        PIC X VALUE 'N'.
008900    88 ORDER-IS-LIVE    VALUE 'O'.
009000    88 ORDER-NOT-LIVE   VALUE 'N'.
009050 77 WS-ITM-QTY        PIC 9(5).
009100 77 WS-LINE-TOTAL     PIC S9(7)V99 COMP-3.
009200 77 WS-ORDER-TOTAL    PIC S9(7)V99 COMP-3.
009300 77 WS-ORDER-TAX      PIC S9(7)V99 COMP-3.
009400 77 WS-CNT-ORDERS     PIC 9(5) VALUE ZERO.
009500 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
009516 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
009532 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART84'.
009548 77 WS-PGET-NAME      PIC X(12).
009564 77 WS-PGET-VALUE     PIC X(40).
009580 77 WS-PGET-RETCODE   PIC S9(4) COMP.
009600
009700 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
009800 01 L-TITLE-LINE      PIC X(80) VALUE
012000    05 ITM-PNO-ED     PIC X(3).
012100    05 FILLER         PIC X(5)  VALUE SPACE.
012200    05 ITM-TYPE-ED    PIC X(1).
012300    05 FILLER         PIC X(1)  VALUE SPACE.
012400    05 ITM-QTY-ED     PIC ZZZZ9.
012500    05 FILLER         PIC X(3)  VALUE SPACE.
012600    05 ITM-PRICE-ED   PIC ZZ9,99.
012700    05 FILLER         PIC X(3)  VALUE SPACE.
019400     MOVE SPACES TO WS-CUSTNO-PARM
019500     MOVE SPACES TO WS-FROM-PARM
019600     MOVE SPACES TO WS-TO-PARM
019700     MOVE 'ARCORDNO' TO WS-PGET-NAME
019733     PERFORM GET-RUN-PARM
019766     MOVE WS-PGET-VALUE TO WS-ORDNO-PARM
019800     MOVE 'ARCCUSTNO' TO WS-PGET-NAME
019833     PERFORM GET-RUN-PARM
019866     MOVE WS-PGET-VALUE TO WS-CUSTNO-PARM
019900     MOVE 'ARCFROM' TO WS-PGET-NAME
019933     PERFORM GET-RUN-PARM
019966     MOVE WS-PGET-VALUE TO WS-FROM-PARM
020000     MOVE 'ARCTO' TO WS-PGET-NAME
020033     PERFORM GET-RUN-PARM
020066     MOVE WS-PGET-VALUE TO WS-TO-PARM
020100
020200     IF WS-ORDNO-PARM NOT = SPACES
020300        AND WS-ORDNO-PARM IS NUMERIC
031000
031100 PRINT-ORDER-ITEMS.
031200     ADD 1 TO WS-CNT-LINES
031216     IF ITMHIST-BASE-QTY IS NUMERIC
031232        MOVE ITMHIST-BASE-QTY TO WS-ITM-QTY
031248     ELSE
031264        MOVE ITMHIST-QUANTITY TO WS-ITM-QTY
031280     END-IF
031300     COMPUTE WS-LINE-TOTAL =
031400             WS-ITM-QTY * ITMHIST-PRICE
031500     ADD WS-LINE-TOTAL TO WS-ORDER-TOTAL
031600     ADD ITMHIST-TAX   TO WS-ORDER-TAX
031700     MOVE ITMHIST-P-NO     TO ITM-PNO-ED
031800     MOVE ITMHIST-TYPE     TO ITM-TYPE-ED
031900     MOVE WS-ITM-QTY       TO ITM-QTY-ED
032000     MOVE ITMHIST-PRICE    TO ITM-PRICE-ED
032100     MOVE WS-LINE-TOTAL    TO ITM-AMT-ED
032200     MOVE ITMHIST-TAX      TO ITM-TAX-ED
035600     DISPLAY 'PART84 ABENDING - SEE SQLCODE ABOVE'
035700     MOVE 16 TO RETURN-CODE
035800     STOP RUN.
035900
036000******************************************************
036100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
036200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
036300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
036400******************************************************
036500 GET-RUN-PARM.
036600     MOVE RETURN-CODE TO WS-PGET-RETCODE
036700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
036800                        WS-PGET-VALUE
036900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
037000     MOVE WS-PGET-RETCODE TO RETURN-CODE
037100     .
