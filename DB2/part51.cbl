001400*              QUOTES). AN EXPIRED OR ALREADY-CONVERTED QUOTE    *
001500*              IS REFUSED WITH RC 8; A CONVERTED QUOTE IS        *
001600*              MARKED STATUS 'C' IN API5.QUOTES.                 *
001620* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001640*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001660*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001680*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001682* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001684*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001686*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001688*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001690*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001692*              FOR THE PART131 REPORT.                           *
001693* 2026-10-15 : QUOTVNT AND ITS HDR/TRL RECORDS FOLLOW PART2'S    *
001694*              40-BYTE VENTAS SHAPE AGAIN (DEPOT, SHIP-TO AND    *
001695*              UNIT, LEFT BLANK, AND THE FREE-GOODS REASON       *
001696*              BYTE).                                            *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
004500    05 PRIX-QV           PIC 9(3)V99.
004600    05 QUANTITE-QV       PIC 99.
004700    05 TYPE-COMM-QV      PIC X.
004800    05 CODE-DEPOT-QV     PIC X(2).
004825    05 CODE-SHIPTO-QV    PIC X(2).
004850    05 UNITE-QV          PIC X(2).
004875    05 FILLER            PIC X(1).
004900 01 ENR-QUOTVNT-CTL      PIC X(40).
005000
005100 WORKING-STORAGE SECTION.
005200     EXEC SQL
007400 77 WS-ORDER-NO       PIC 9(6) VALUE 850001.
007500 77 WS-EMP-QUOTES     PIC 9(2) VALUE 98.
007600 77 WS-TODAY-RAW      PIC X(8).
007650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART51'.
007674 77 WS-PGET-NAME      PIC X(12).
007682 77 WS-PGET-VALUE     PIC X(40).
007690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007700 77 WS-TODAY-DASHED   PIC X(10).
007800 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
007900 77 WS-CTL-HASH       PIC 9(13) COMP-3 VALUE ZERO.
008800    05 FILLER          PIC X(3)  VALUE 'HDR'.
008900    05 HDR-DATE-ED     PIC X(10).
009000    05 FILLER          PIC X(8)  VALUE 'QUOTES  '.
009100    05 FILLER          PIC X(19) VALUE SPACE.
009200 01 L-TRL-LINE.
009300    05 FILLER          PIC X(3)  VALUE 'TRL'.
009400    05 TRL-COUNT-ED    PIC 9(7).
009500    05 TRL-HASH-ED     PIC 9(13).
009600    05 FILLER          PIC X(17) VALUE SPACE.
009700
009800 PROCEDURE DIVISION.
009900     PERFORM INITIALIZE-PARAMETERS
015000******************************************************
015100 INITIALIZE-PARAMETERS.
015200     MOVE SPACES TO WS-QUOTENO-PARM
015300     MOVE 'QUOTENO' TO WS-PGET-NAME
015333     PERFORM GET-RUN-PARM
015366     MOVE WS-PGET-VALUE TO WS-QUOTENO-PARM
015400     MOVE ZERO TO QUO-NO
015500     IF WS-QUOTENO-PARM IS NUMERIC
015600        MOVE WS-QUOTENO-PARM TO QUO-NO
015700     END-IF
015800
015900     MOVE SPACES TO WS-BASENO-PARM
016000     MOVE 'QTBASENO' TO WS-PGET-NAME
016033     PERFORM GET-RUN-PARM
016066     MOVE WS-PGET-VALUE TO WS-BASENO-PARM
016100     IF WS-BASENO-PARM IS NUMERIC
016200        MOVE WS-BASENO-PARM TO WS-ORDER-NO
016300     END-IF
016400
016500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016550     CALL RUNDATE USING WS-TODAY-RAW
016600     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
016700            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
016800            INTO WS-TODAY-DASHED
025100     DISPLAY 'PART51 ABENDING - SEE SQLCODE ABOVE'
025200     MOVE 16 TO RETURN-CODE
025300     STOP RUN.
025400
025500******************************************************
025600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
025700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
025800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
025900******************************************************
026000 GET-RUN-PARM.
026100     MOVE RETURN-CODE TO WS-PGET-RETCODE
026200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
026300                        WS-PGET-VALUE
026400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
026500     MOVE WS-PGET-RETCODE TO RETURN-CODE
026600     .
