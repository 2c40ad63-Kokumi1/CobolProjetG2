001595*              ORIG_P_NO - THE PURGE DELETES THE LIVE ROWS, SO   *
001596*              EVERY COLUMN THE TABLES HOLD MUST SURVIVE IN THE  *
001597*              FILES.                                            *
001597* 2026-10-15 : ITMHIST CARRIES THE FULL BASE-UNIT QUANTITY       *
001597*              (ITMHIST-BASE-QTY, 5 DIGITS) IN FIVE OF THE SPARE *
001597*              FILLER BYTES - LINES ORDERED IN PACKS CAN EXCEED  *
001597*              THE OLD 2-DIGIT QTY, WHICH STAYS FOR EARLIER      *
001597*              ARCHIVES.                                         *
001597* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001597*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001597*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001597*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001597* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001597*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001597*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001597*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001597*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001597*              FOR THE PART131 REPORT.                           *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
004300******************************************************
004400*** ITMHIST : O-NO(6) P-NO(3) QTY(2) PRICE(5) 2 DEC ***
004410*** TAX(7) 2 DEC ITEM-TYPE(1) COST(5) 2 DEC         ***
004420*** W-CODE(2) ORIG-P-NO(3) BASE-QTY(5)              ***
004500******************************************************
004600 FD ITMHIST.
004700 01 ITMHIST-RECORD.
005130    05 ITMHIST-COST      PIC 9(3)V99.
005140    05 ITMHIST-W-CODE    PIC X(2).
005150    05 ITMHIST-ORIG-P-NO PIC X(3).
005175    05 ITMHIST-BASE-QTY  PIC 9(5).
005200    05 FILLER            PIC X(1).
005300******************************************************
005400*** BALHARC : C-NO(4) O-NO(6) OLD(S11) NEW(S11)     ***
005500*** AMT(S11) DATE(10) TYPE(1) - AMOUNTS SIGNED,     ***
011200 77 WS-ARCDATE-PARM   PIC X(10).
011300 77 WS-CUTOFF-DATE    PIC X(10).
011400 77 WS-TODAY-RAW      PIC X(08).
011450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
011458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
011466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART24'.
011474 77 WS-PGET-NAME      PIC X(12).
011482 77 WS-PGET-VALUE     PIC X(40).
011490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
011500 77 WS-TODAY-INT      PIC 9(8).
011600 77 WS-WORK-DATE      PIC 9(8).
011700 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
015710
015720 INITIALIZE-RETRY-LIMIT.
015730     MOVE SPACES TO WS-RETRY-PARM
015740     MOVE 'SQLRETRY' TO WS-PGET-NAME
015743     PERFORM GET-RUN-PARM
015746     MOVE WS-PGET-VALUE TO WS-RETRY-PARM
015750     IF WS-RETRY-PARM IS NUMERIC
015760        MOVE WS-RETRY-PARM TO WS-MAX-RETRIES
015770     END-IF
016400******************************************************
016500 INITIALIZE-PARAMETERS.
016600     MOVE SPACES TO WS-ARCDATE-PARM
016700     MOVE 'ARCDATE' TO WS-PGET-NAME
016733     PERFORM GET-RUN-PARM
016766     MOVE WS-PGET-VALUE TO WS-ARCDATE-PARM
016800     IF WS-ARCDATE-PARM NOT = SPACES
016900        MOVE WS-ARCDATE-PARM TO WS-CUTOFF-DATE
017000     ELSE
017100        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017150        CALL RUNDATE USING WS-TODAY-RAW
017200        MOVE WS-TODAY-RAW TO WS-TODAY-INT
017300        COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
017400                (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 730)
023730             MOVE ITEMS-COST     TO ITMHIST-COST
023740             MOVE ITEMS-W-CODE   TO ITMHIST-W-CODE
023750             MOVE ITEMS-ORIG-P-NO TO ITMHIST-ORIG-P-NO
023775             MOVE ITEMS-QUANTITY TO ITMHIST-BASE-QTY
023800             WRITE ITMHIST-RECORD
023900             ADD 1 TO WS-CNT-ITM-ARCH
024000        WHEN OTHER
035800     DISPLAY 'PART24 ABENDING - SEE SQLCODE ABOVE'
035900     MOVE 16 TO RETURN-CODE
036000     STOP RUN.
036100
036200******************************************************
036300*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
036400*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
036500*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
036600******************************************************
036700 GET-RUN-PARM.
036800     MOVE RETURN-CODE TO WS-PGET-RETCODE
036900     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
037000                        WS-PGET-VALUE
037100*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
037200     MOVE WS-PGET-RETCODE TO RETURN-CODE
037300     .
