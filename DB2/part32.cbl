001430*              DEPOSIT FIGURES, NOT BALANCES - SO THE REPLAY NOW  *
001440*              EXCLUDES THEM. EVERY OTHER TYPE ('A' INCLUDED)     *
001450*              STAYS IN THE CHAIN.                                *
001457* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001464*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001471*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001478*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001485*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001492*              FOR THE PART131 REPORT.                           *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
007300 77 WS-CNT-DRIFTED    PIC 9(5) VALUE ZERO.
007400 77 WS-CNT-GAPS       PIC 9(7) VALUE ZERO.
007500 77 WS-CNT-REBUILT    PIC 9(5) VALUE ZERO.
007516 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007532 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART32'.
007548 77 WS-PGET-NAME      PIC X(12).
007564 77 WS-PGET-VALUE     PIC X(40).
007580 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007600
007700 01 L-HEADER-BLANK    PIC X(100) VALUE SPACE.
007800 01 L-TITLE-LINE      PIC X(100) VALUE
014700
014800 INITIALIZE-PARAMETERS.
014900     MOVE SPACES TO WS-MODE-PARM
015000     MOVE 'BALMODE' TO WS-PGET-NAME
015033     PERFORM GET-RUN-PARM
015066     MOVE WS-PGET-VALUE TO WS-MODE-PARM
015100     IF WS-MODE-PARM = 'REBUILD'
015200        SET MODE-REBUILD TO TRUE
015300        MOVE 'REBUILD' TO MODE-ED
028800     DISPLAY 'PART32 ABENDING - SEE SQLCODE ABOVE'
028900     MOVE 16 TO RETURN-CODE
029000     STOP RUN.
029100
029200******************************************************
029300*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
029400*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
029500*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
029600******************************************************
029700 GET-RUN-PARM.
029800     MOVE RETURN-CODE TO WS-PGET-RETCODE
029900     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
030000                        WS-PGET-VALUE
030100*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
030200     MOVE WS-PGET-RETCODE TO RETURN-CODE
030300     .
