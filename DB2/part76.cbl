001400*              NO MORE THREE DAYS ON LAST WEEK'S EUR. EACH       *
001500*              CURRENCY'S RATE AGE GOES ON FICRTA SO TREASURY    *
001600*              SEES EXACTLY WHAT IS MISSING.                     *
001620* 2026-10-15 : EACH MISSING OR STALE RATE NOW ALSO SENDS A       *
001640*              CRITICAL RATEGRD ALERT (ALERTW) KEYED ON THE      *
001660*              DEVISE, SO TREASURY HEARS THE CHAIN HAS STOPPED   *
001680*              WITHOUT WAITING FOR FICRTA.                       *
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
004000 77 WS-DAYS-PARM      PIC X(3).
004100 77 WS-MAX-AGE        PIC 9(3) VALUE 5.
004200 77 WS-TODAY-RAW      PIC X(8).
004250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
004258 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
004266 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART76'.
004274 77 WS-PGET-NAME      PIC X(12).
004282 77 WS-PGET-VALUE     PIC X(40).
004290 77 WS-PGET-RETCODE   PIC S9(4) COMP.
004300 77 WS-TODAY-INT      PIC 9(8).
004400 77 WS-TODAY-DASHED   PIC X(10).
004500 77 WS-EFF-INT        PIC 9(8).
005300    88 RATE-FOUND       VALUE 'O'.
005400    88 RATE-MISSING     VALUE 'N'.
005500 77 WS-DX             PIC 9(2) COMP.
005511 77 ALERTW            PIC X(8) VALUE 'ALERTW'.
005522 77 WS-ALRT-PROGID    PIC X(8) VALUE 'PART76'.
005533 77 WS-ALRT-TYPE      PIC X(8) VALUE 'RATEGRD'.
005544 77 WS-ALRT-SEVERITY  PIC X(1) VALUE 'C'.
005555 77 WS-ALRT-KEY       PIC X(20).
005566 77 WS-ALRT-MESSAGE   PIC X(60).
005577 77 WS-ALRT-STATUS    PIC X(1).
005588 77 ED-RATE-AGE       PIC ZZZZ9.
005600
005700******************************************************
005800*** THE DISTINCT DEVISES OF THE FOUR FEEDS - SAME   ***
011200
011300 INITIALIZE-PARAMETERS.
011400     MOVE SPACES TO WS-DAYS-PARM
011500     MOVE 'RATEDAYS' TO WS-PGET-NAME
011533     PERFORM GET-RUN-PARM
011566     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
011600     IF WS-DAYS-PARM NOT = SPACES
011700        AND WS-DAYS-PARM IS NUMERIC
011800        MOVE WS-DAYS-PARM TO WS-MAX-AGE
011900     END-IF
012000
012100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
012150     CALL RUNDATE USING WS-TODAY-RAW
012200     MOVE WS-TODAY-RAW TO WS-TODAY-INT
012300     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
012400            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
013300******************************************************
013400 COLLECT-FEED-DEVISES.
013500     MOVE SPACES TO WS-LINE-DEVISE
013600     MOVE 'DEVVEU' TO WS-PGET-NAME
013633     PERFORM GET-RUN-PARM
013666     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
013700     IF WS-LINE-DEVISE NOT = SPACES
013800        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTEU
013900     END-IF
014000     MOVE SPACES TO WS-LINE-DEVISE
014100     MOVE 'DEVVAS' TO WS-PGET-NAME
014133     PERFORM GET-RUN-PARM
014166     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
014200     IF WS-LINE-DEVISE NOT = SPACES
014300        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTAS
014400     END-IF
014500     MOVE SPACES TO WS-LINE-DEVISE
014600     MOVE 'DEVVUS' TO WS-PGET-NAME
014633     PERFORM GET-RUN-PARM
014666     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
014700     IF WS-LINE-DEVISE NOT = SPACES
014800        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTUS
014900     END-IF
015000     MOVE SPACES TO WS-LINE-DEVISE
015100     MOVE 'DEVVPT' TO WS-PGET-NAME
015133     PERFORM GET-RUN-PARM
015166     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
015200     IF WS-LINE-DEVISE NOT = SPACES
015300        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTPT
015400     END-IF
021500        MOVE ZERO TO DET-AGE-ED
021600        MOVE '*MISSING* ' TO DET-STATUS-ED
021700        SET A-RATE-IS-STALE TO TRUE
021714        MOVE SPACES TO WS-ALRT-MESSAGE
021728        STRING 'TAUX ' RATE-DEVISE ' MANQUANT - CHAINE ARRETEE'
021742               ' AVANT LE CHARGEMENT'
021756               DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
021770        END-STRING
021784        PERFORM SEND-RATE-ALERT
021800     ELSE
021900        PERFORM COMPUTE-RATE-AGE
022000        MOVE RATE-EFF-DATE TO DET-EFF-ED
022200        IF WS-RATE-AGE > WS-MAX-AGE
022300           MOVE '*STALE*   ' TO DET-STATUS-ED
022400           SET A-RATE-IS-STALE TO TRUE
022412           MOVE WS-RATE-AGE TO ED-RATE-AGE
022424           MOVE SPACES TO WS-ALRT-MESSAGE
022436           STRING 'TAUX ' RATE-DEVISE ' PERIME (' ED-RATE-AGE
022448                  ' JOURS) - CHAINE ARRETEE'
022460                  DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
022472           END-STRING
022484           PERFORM SEND-RATE-ALERT
022500        ELSE
022600           MOVE 'FRESH     ' TO DET-STATUS-ED
022700        END-IF
024000             - FUNCTION INTEGER-OF-DATE(WS-EFF-INT)
024100     .
024200
024207******************************************************
024214*** ONE CRITICAL ALERT PER BAD DEVISE - THE CALL    ***
024221*** COMES BEFORE THE RUN SETS ITS RC 8.             ***
024228******************************************************
024235 SEND-RATE-ALERT.
024242     MOVE SPACES      TO WS-ALRT-KEY
024249     MOVE RATE-DEVISE TO WS-ALRT-KEY(1:2)
024256     CALL ALERTW USING WS-ALRT-PROGID WS-ALRT-TYPE
024263                       WS-ALRT-SEVERITY WS-ALRT-KEY
024270                       WS-ALRT-MESSAGE WS-ALRT-STATUS
024277     .
024284
024300 ABEND-PROG.
024400     DISPLAY 'PART76 ABENDING - SEE SQLCODE ABOVE'
024500     MOVE 16 TO RETURN-CODE
024600     STOP RUN.
024700
024800******************************************************
024900*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
025000*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
025100*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
025200******************************************************
025300 GET-RUN-PARM.
025400     MOVE RETURN-CODE TO WS-PGET-RETCODE
025500     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
025600                        WS-PGET-VALUE
025700*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
025800     MOVE WS-PGET-RETCODE TO RETURN-CODE
025900     .
