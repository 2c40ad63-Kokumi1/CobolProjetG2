001600*              NEXT_RUN_DATE ADVANCES BY ITS CYCLE, LANDING ON   *
001700*              THE NEXT BUSINESS DAY WHEN THE RAW DATE IS NOT    *
001800*              ONE. A GENERATION REPORT GOES TO FICSTO.          *
001820* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001840*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001860*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001880*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001882* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001884*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001886*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001888*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001890*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001892*              FOR THE PART131 REPORT.                           *
001894* 2026-10-15 : STOVNT AND ITS HDR/TRL RECORDS FOLLOW PART2'S     *
001896*              40-BYTE VENTAS SHAPE AGAIN (SHIP-TO AND UNIT,     *
001898*              LEFT BLANK, AND THE FREE-GOODS REASON BYTE).      *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004900    05 QUANTITE-SO       PIC 99.
005000    05 TYPE-COMM-SO      PIC X.
005100    05 CODE-DEPOT-SO     PIC X(2).
005200    05 CODE-SHIPTO-SO    PIC X(2).
005233    05 UNITE-SO          PIC X(2).
005266    05 FILLER            PIC X(1).
005300 01 ENR-STOVNT-CTL       PIC X(40).
005400 FD OUTSTO.
005500 01 ENR-OUTSTO PIC X(80).
005600
008300 77 WS-PREV-CUST      PIC 9(4) VALUE ZERO.
008400 77 WS-CURR-ORDER     PIC 9(6) VALUE ZERO.
008500 77 WS-TODAY-RAW      PIC X(8).
008550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART54'.
008574 77 WS-PGET-NAME      PIC X(12).
008582 77 WS-PGET-VALUE     PIC X(40).
008590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008600 77 WS-TODAY-DASHED   PIC X(10).
008700 77 WS-NEXT-INT       PIC 9(8).
008800 77 WS-WORK-DATE      PIC 9(8).
010300    05 FILLER          PIC X(3)  VALUE 'HDR'.
010400    05 HDR-DATE-ED     PIC X(10).
010500    05 FILLER          PIC X(8)  VALUE 'STANDING'.
010600    05 FILLER          PIC X(19) VALUE SPACE.
010700 01 L-TRL-LINE.
010800    05 FILLER          PIC X(3)  VALUE 'TRL'.
010900    05 TRL-COUNT-ED    PIC 9(7).
011000    05 TRL-HASH-ED     PIC 9(13).
011100    05 FILLER          PIC X(17) VALUE SPACE.
011200
011300 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
011400 01 L-TITLE-LINE.
018000******************************************************
018100 INITIALIZE-PARAMETERS.
018200     MOVE SPACES TO WS-BASENO-PARM
018300     MOVE 'STBASENO' TO WS-PGET-NAME
018333     PERFORM GET-RUN-PARM
018366     MOVE WS-PGET-VALUE TO WS-BASENO-PARM
018400     IF WS-BASENO-PARM IS NUMERIC
018500        MOVE WS-BASENO-PARM TO WS-ORDER-NO
018600     END-IF
018700
018800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018850     CALL RUNDATE USING WS-TODAY-RAW
018900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
019000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
019100            INTO WS-TODAY-DASHED
032200     DISPLAY 'PART54 ABENDING - SEE SQLCODE ABOVE'
032300     MOVE 16 TO RETURN-CODE
032400     STOP RUN.
032500
032600******************************************************
032700*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
032800*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
032900*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
033000******************************************************
033100 GET-RUN-PARM.
033200     MOVE RETURN-CODE TO WS-PGET-RETCODE
033300     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
033400                        WS-PGET-VALUE
033500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
033600     MOVE WS-PGET-RETCODE TO RETURN-CODE
033700     .
