000302*   RETURN-CODE AFTER THE RUNLOGW CALL,  *
000302*   WHICH WAS RESETTING A NONZERO END    *
000302*   CODE TO ZERO.                        *
000302* 2026-10-15 : THE RUN PARAMETERS NOW    *
000302*   COME FROM API5.RUN_PARMS THROUGH     *
000302*   PARMGET (PROGRAM, NAME, EFFECTIVE    *
000302*   DATE) INSTEAD OF STRAIGHT FROM THE   *
000302*   ENVIRONMENT; THE VARIABLE OF THE     *
000302*   SAME NAME STILL OVERRIDES THE TABLE  *
000302*   FOR A RUN, AND EVERY VALUE USED IS   *
000302*   RECORDED FOR THE PART131 REPORT.     *
000300*****************************************                         00030000
000400 ENVIRONMENT DIVISION.                                            00040000
000500 CONFIGURATION SECTION.                                           00050000
002014 01 WS-J                PIC 99 COMP.                              00201426
002015 01 WS-TEST-STRING    PIC X(30) VALUE '  TEST STRING   '.         00201530
002016 01 WS-TEST-LEN       PIC 99 COMP.                                00201630
002016 77 PARMGET           PIC X(8) VALUE 'PARMGET'.                   00002016
002016 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART4'.                     00002016
002016 77 WS-PGET-NAME      PIC X(12).                                  00002016
002016 77 WS-PGET-VALUE     PIC X(40).                                  00002016
002016 77 WS-PGET-RETCODE   PIC S9(4) COMP.                             00002016
002017                                                                  00201730
002018                                                                  00201830
002019 PROCEDURE DIVISION.                                              00201930
005015 INITIALIZE-PARAMETERS.                                           00005015
005016     MOVE 2 TO WS-TOP-N                                           00005016
005017     MOVE SPACES TO WS-TOPN-PARM                                  00005017
005018     MOVE 'TOPN' TO WS-PGET-NAME                                  00005018
005018     PERFORM GET-RUN-PARM                                         00005018
005018     MOVE WS-PGET-VALUE TO WS-TOPN-PARM                           00005018
005019     IF WS-TOPN-PARM NOT = SPACES                                 00005019
005020        AND WS-TOPN-PARM IS NUMERIC                               00005020
005021        MOVE WS-TOPN-PARM TO WS-TOP-N                             00005021
005022     END-IF                                                       00005022
006008     MOVE SPACES TO WS-DATEFROM-PARM                              00006008
006009     MOVE 'DATEFROM' TO WS-PGET-NAME                              00006009
006009     PERFORM GET-RUN-PARM                                         00006009
006009     MOVE WS-PGET-VALUE TO WS-DATEFROM-PARM                       00006009
006010     IF WS-DATEFROM-PARM NOT = SPACES                             00006010
006011        MOVE WS-DATEFROM-PARM TO WS-DATE-FROM                     00006011
006012     END-IF                                                       00006012
006013     MOVE SPACES TO WS-DATETO-PARM                                00006013
006014     MOVE 'DATETO' TO WS-PGET-NAME                                00006014
006014     PERFORM GET-RUN-PARM                                         00006014
006014     MOVE WS-PGET-VALUE TO WS-DATETO-PARM                         00006014
006015     IF WS-DATETO-PARM NOT = SPACES                               00006015
006016        MOVE WS-DATETO-PARM TO WS-DATE-TO                         00006016
006017     END-IF                                                       00006017
006024     MOVE SPACES TO WS-LOCALE-PARM                                00006024
006025     MOVE 'NUMLOCALE' TO WS-PGET-NAME                             00006025
006025     PERFORM GET-RUN-PARM                                         00006025
006025     MOVE WS-PGET-VALUE TO WS-LOCALE-PARM                         00006025
006026     IF WS-LOCALE-PARM = 'US'                                     00006026
006027        SET LOCALE-US TO TRUE                                     00006027
006028     ELSE                                                         00006028
004640      MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE                      00004640
004650      WRITE EXCPLOG-RECORD                                        00004650
004660      .                                                           00004660
004760
004860******************************************************
004960*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
005060*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
005160*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
005260******************************************************
005360 GET-RUN-PARM.
005460     MOVE RETURN-CODE TO WS-PGET-RETCODE
005560     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
005660                        WS-PGET-VALUE
005760*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
005860     MOVE WS-PGET-RETCODE TO RETURN-CODE
005960     .
