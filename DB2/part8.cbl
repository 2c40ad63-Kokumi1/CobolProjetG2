000213***  2026-08-23 : WRITE-RUN-LOG RESTORES RETURN-    *
000214***    CODE AFTER THE RUNLOGW CALL, WHICH WAS       *
000215***    RESETTING A NONZERO END CODE TO ZERO.        *
000215***  2026-10-15 : THE RUN DATE NOW PASSES THROUGH   *
000215***    RUNDATE, SO WHEN PARTDRV PROCESSES A GIVEN   *
000215***    DAY (BATCHDATE - AN EARLIER DAY IN A         *
000215***    CATCH-UP RUN) THE PROGRAM WORKS AS OF THAT   *
000215***    DAY INSTEAD OF THE SYSTEM DATE.              *
000215***  2026-10-15 : THE RUN PARAMETERS NOW COME FROM  *
000215***    API5.RUN_PARMS THROUGH PARMGET (PROGRAM,     *
000215***    NAME, EFFECTIVE DATE) INSTEAD OF STRAIGHT    *
000215***    FROM THE ENVIRONMENT; THE VARIABLE OF THE    *
000215***    SAME NAME STILL OVERRIDES THE TABLE FOR A    *
000215***    RUN, AND EVERY VALUE USED IS RECORDED FOR    *
000215***    THE PART131 REPORT.                          *
000190********************************************                      00000190
000200  ENVIRONMENT DIVISION.                                           00000200
000210  CONFIGURATION SECTION.                                          00000210
000700                                                                  00000700
000710  77 WS-TODAY         PIC X(10).                                  00000710
000711  77 WS-TODAY-RAW     PIC X(08).                                  00000711
000715  77 RUNDATE          PIC X(8) VALUE 'RUNDATE'.                   00000715
000715  77 PARMGET          PIC X(8) VALUE 'PARMGET'.                   00000715
000715  77 WS-PGET-PROGID   PIC X(8) VALUE 'PART8'.                     00000715
000715  77 WS-PGET-NAME     PIC X(12).                                  00000715
000715  77 WS-PGET-VALUE    PIC X(40).                                  00000715
000715  77 WS-PGET-RETCODE  PIC S9(4) COMP.                             00000715
000720  77 WS-FOREIGN-PRICE PIC 9(5)V9999.                              00000720
000730  77 WS-CNT-PRODUCTS  PIC 9(5) VALUE ZERO.                        00000730
000740  77 WS-CNT-LINES     PIC 9(5) VALUE ZERO.                        00000740
000972      PERFORM WRITE-RUN-LOG
000975     PERFORM INITIALIZE-PARAMETERS                                00000975
000981      ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD                      00000981
000981      CALL RUNDATE USING WS-TODAY-RAW                             00000981
000982      STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'          00000982
000983             WS-TODAY-RAW(7:2) DELIMITED BY SIZE                  00000983
000984             INTO WS-TODAY                                        00000984
940079
001066 INITIALIZE-PARAMETERS.                                           00001066
001067     MOVE SPACES TO WS-LOCALE-PARM                                00001067
001068     MOVE 'NUMLOCALE' TO WS-PGET-NAME                             00001068
001068     PERFORM GET-RUN-PARM                                         00001068
001068     MOVE WS-PGET-VALUE TO WS-LOCALE-PARM                         00001068
001069     IF WS-LOCALE-PARM = 'US'                                     00001069
001070        SET LOCALE-US TO TRUE                                     00001070
001071     ELSE                                                         00001071
002140      MOVE 16 TO RETURN-CODE                                      00002140
002150      STOP RUN.                                                   00002150
002160                                                                  00002160
002260
002360******************************************************
002460*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
002560*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
002660*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
002760******************************************************
002860  GET-RUN-PARM.
002960      MOVE RETURN-CODE TO WS-PGET-RETCODE
003060      CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
003160                         WS-PGET-VALUE
003260*     THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
003360      MOVE WS-PGET-RETCODE TO RETURN-CODE
003460      .
