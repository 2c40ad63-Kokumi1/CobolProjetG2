000318*              BUSINESS DAY (BDAYCHK 'P') FALLS IN AN EARLIER    *
000319*              WEEK - NOT ONLY ON A LITERAL MONDAY, SO A HOLIDAY *
000320*              MONDAY NO LONGER SKIPS THE WEEKLIES.              *
000321* 2026-10-15 : A HEALTH-GATE STOP NOW ALSO SENDS A CRITICAL      *
000322*              HEALTH ALERT (ALERTW) NAMING THE STEP THE         *
000323*              SEQUENCE STOPPED BEFORE AND THE NIGHT'S ERROR AND *
000324*              WARNING COUNTS.                                   *
000324* 2026-10-15 : THE FALLBACK CHAIN NOW STARTS WITH THE PART118    *
000324*              ACTIVATION OF FUTURE-DATED CATALOG PRICES FALLING *
000324*              DUE TODAY, AHEAD OF THE PART1 LOAD.               *
000324* 2026-10-15 : THE FALLBACK CHAIN NOW RUNS THE PART122 LOAD      *
000324*              CONSOLIDATION BETWEEN PART2 AND PART4 - PART4     *
000324*              DEPENDS ON IT, SO IT ONLY RUNS ONCE EVERY PART2   *
000324*              PARTITION (OR THE SERIAL MERGE) HAS ENDED CLEAN.  *
000325* 2026-10-15 : CATCHUP=YYYY-MM-DD RUNS THE CHAIN ONCE PER        *
000326*              BUSINESS DAY (API5.CALENDAR) FROM THAT DATE UP TO *
000327*              TODAY, IN ORDER, AFTER AN OUTAGE. EACH DAY IS     *
000328*              HANDED TO THE STEPS IN BATCHDATE (READ THROUGH    *
000329*              RUNDATE) AND ITS DAILY, WEEKLY AND MONTH-END      *
000330*              STEPS ARE DUE AS OF THAT DAY. STEPCHK NOW ALSO    *
000331*              RECORDS THE DAY, SO A RESTARTED CATCH-UP SKIPS    *
000332*              THE DAYS ALREADY DONE AND RESUMES THE INTERRUPTED *
000333*              DAY AFTER ITS LAST STEP. EACH STEP IS CANCELLED   *
000334*              AFTER IT RUNS SO THE NEXT DAY STARTS IT AFRESH,   *
000335*              AND THE HEALTH GATE COUNTS ONLY THE EXCEPTIONS OF *
000335*              THE DAY BEING PROCESSED.                          *
000335* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
000335*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
000335*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
000335*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
000335*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
000335*              FOR THE PART131 REPORT.                           *
000311******************************************************************
000500  ENVIRONMENT DIVISION.
000600  CONFIGURATION SECTION.
001510  DATA DIVISION.
001520  FILE SECTION.
001530  FD STEPCHK.
001540  01 STEPCHK-RECORD.
001541     05 STEPCHK-STEP    PIC X(8).
001542     05 STEPCHK-DATE    PIC X(10).
001545  FD EXCPLOG.
001546      COPY EXCPLOG.
001560
940004  77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
940005  77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
940006  77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
940007  77 ALERTW             PIC X(8) VALUE 'ALERTW'.
940008  77 WS-ALRT-PROGID     PIC X(8) VALUE 'PARTDRV'.
940009  77 WS-ALRT-TYPE       PIC X(8) VALUE 'HEALTH'.
940010  77 WS-ALRT-SEVERITY   PIC X(1) VALUE 'C'.
940011  77 WS-ALRT-KEY        PIC X(20).
940012  77 WS-ALRT-MESSAGE    PIC X(60).
940013  77 WS-ALRT-STATUS     PIC X(1).
940013  77 PARMGET            PIC X(8) VALUE 'PARMGET'.
940013  77 WS-PGET-PROGID     PIC X(8) VALUE 'PARTDRV'.
940013  77 WS-PGET-NAME       PIC X(12).
940013  77 WS-PGET-VALUE      PIC X(40).
940013  77 WS-PGET-RETCODE    PIC S9(4) COMP.
001598  01 WS-EXCPLOG-STATUS  PIC XX VALUE SPACES.
001599  01 WS-EXCP-EOF        PIC 9 VALUE ZERO.
001600     88 EXCP-EOF          VALUE 1.
001642  01 WS-CNT-STEPS-RUN   PIC 9(3) VALUE ZERO.
001643  01 WS-CALL-PROGID     PIC X(8).
001644
001645******************************************************
001646*** THE DAY BEING PROCESSED - TODAY, OR EACH MISSED ***
001647*** BUSINESS DAY IN TURN WHEN CATCHUP NAMES THE     ***
001648*** FIRST ONE - AND THE DAY THE CHECKPOINT BELONGS  ***
001649*** TO.                                             ***
001650******************************************************
001651  01 WS-CATCHUP-PARM    PIC X(10).
001652  01 WS-CATCHUP-SW      PIC X VALUE 'N'.
001653     88 CATCHUP-RUN        VALUE 'O'.
001654     88 SINGLE-DAY-RUN     VALUE 'N'.
001655  01 WS-PROC-DASHED     PIC X(10).
001656  01 WS-PROC-INT        PIC 9(8).
001657  01 WS-PROC-INT-X      REDEFINES WS-PROC-INT PIC X(8).
001658  01 WS-CHK-STEP        PIC X(8) VALUE SPACES.
001659  01 WS-CHK-DATE        PIC X(10) VALUE SPACES.
001660  01 WS-DAYS-SW         PIC X VALUE 'N'.
001661     88 DAYS-DONE          VALUE 'O'.
001662     88 DAYS-MORE          VALUE 'N'.
001663  01 WS-DAY-SW          PIC X VALUE 'O'.
001664     88 DAY-TO-RUN         VALUE 'O'.
001665     88 DAY-ALREADY-DONE   VALUE 'N'.
001666  01 WS-CNT-DAYS-RUN    PIC 9(3) VALUE ZERO.
001667  01 WS-CNT-DAYS-SKIP   PIC 9(3) VALUE ZERO.
001668  01 WS-BASE-WARNINGS   PIC 9(7) VALUE ZERO.
001669  01 WS-BASE-ERRORS     PIC 9(7) VALUE ZERO.
001670  01 WS-BATCHDATE-NAME  PIC X(9) VALUE 'BATCHDATE'.
001644
001645  PROCEDURE DIVISION.
001646      MOVE 'S' TO WS-RLOG-EVENT
001647      PERFORM WRITE-RUN-LOG
001647      PERFORM SET-RUN-DATES
001648      PERFORM READ-CATCHUP-PARM
001648      IF SINGLE-DAY-RUN
001648         PERFORM CHECK-BUSINESS-DAY
001648      END-IF
001649      PERFORM READ-HEALTH-THRESHOLDS
001650      PERFORM READ-STEP-CHECKPOINT
001651      PERFORM LOAD-SCHEDULE
001653
001654      IF WS-SCHED-COUNT = ZERO
001655         DISPLAY 'PARTDRV : SCHEDULE VIDE - CHAINE INTEGREE '
001656                 'PART1/PART2/PART4'
001657         PERFORM BUILD-FALLBACK-SCHEDULE
001659      END-IF
001660
001663      SET DAYS-MORE TO TRUE
001664      PERFORM RUN-ONE-DAY
001665         UNTIL DAYS-DONE
001666            OR RETURN-CODE NOT = ZERO
001667
001668      IF RETURN-CODE = ZERO
001671         DISPLAY 'PARTDRV : SEQUENCE COMPLETE - '
001672                 WS-CNT-STEPS-RUN ' STEPS RUN'
001672         IF CATCHUP-RUN
001672            DISPLAY 'PARTDRV : RATTRAPAGE TERMINE - '
001672                    WS-CNT-DAYS-RUN ' JOURNEE(S) TRAITEE(S), '
001672                    WS-CNT-DAYS-SKIP ' DEJA FAITE(S)'
001672         END-IF
001673      END-IF
001674
001675      PERFORM WRITE-END-RUN-LOG
001681      PERFORM WRITE-RUN-LOG
001682      .
001683
001684******************************************************
001685*** ONE PROCESSING DAY - THE WHOLE SCHEDULE, DUE AS ***
001686*** OF THAT DAY, RESUMED AFTER THE CHECKPOINTED     ***
001687*** STEP WHEN THE DAY WAS INTERRUPTED. A DAY THAT   ***
001688*** ENDS CLEAN IS CHECKPOINTED 'DONE' BEFORE THE    ***
001689*** NEXT ONE STARTS.                                ***
001690******************************************************
001691  RUN-ONE-DAY.
001692      PERFORM SET-DAY-RESTART
001693      IF DAY-ALREADY-DONE
001694         ADD 1 TO WS-CNT-DAYS-SKIP
001695      ELSE
001696         IF CATCHUP-RUN
001697            DISPLAY 'PARTDRV : JOURNEE DU ' WS-PROC-DASHED
001698         END-IF
001699         PERFORM SET-BATCH-DATE
001700         PERFORM TAKE-HEALTH-BASELINE
001701         PERFORM RESET-ONE-STEP
001702            VARYING WS-SX FROM 1 BY 1
001703            UNTIL WS-SX > WS-SCHED-COUNT
001704         PERFORM RESOLVE-DUE-FLAGS
001705         PERFORM MARK-RESTART-SKIPS
001706         PERFORM RUN-ONE-STEP
001707            VARYING WS-SX FROM 1 BY 1
001708            UNTIL WS-SX > WS-SCHED-COUNT
001709               OR RETURN-CODE NOT = ZERO
001710         IF RETURN-CODE = ZERO
001711            MOVE 'DONE' TO WS-LAST-STEP
001712            PERFORM WRITE-STEP-CHECKPOINT
001713            ADD 1 TO WS-CNT-DAYS-RUN
001714         END-IF
001715      END-IF
001716      IF RETURN-CODE = ZERO
001717         PERFORM NEXT-PROCESSING-DAY
001718      END-IF
001719      .
001720
001721******************************************************
001722*** A SINGLE-DAY RUN RESUMES AFTER WHATEVER STEP    ***
001723*** STEPCHK HOLDS, AS IT ALWAYS HAS. IN A CATCH-UP  ***
001724*** THE CHECKPOINT'S DAY DECIDES : AN EARLIER DAY - ***
001725*** OR THAT DAY ONCE 'DONE' - IS ALREADY PROCESSED, ***
001726*** THAT DAY RESUMES AFTER ITS STEP, A LATER DAY    ***
001727*** RUNS IN FULL.                                   ***
001728******************************************************
001729  SET-DAY-RESTART.
001730      SET DAY-TO-RUN TO TRUE
001731      IF CATCHUP-RUN
001732         MOVE SPACES TO WS-LAST-STEP
001733         EVALUATE TRUE
001734            WHEN WS-CHK-DATE = SPACES
001735              OR WS-PROC-DASHED > WS-CHK-DATE
001736                 CONTINUE
001737            WHEN WS-PROC-DASHED < WS-CHK-DATE
001738              OR WS-CHK-STEP = 'DONE'
001739                 SET DAY-ALREADY-DONE TO TRUE
001740                 DISPLAY 'PARTDRV : JOURNEE DU ' WS-PROC-DASHED
001741                         ' DEJA TRAITEE'
001742            WHEN OTHER
001743                 MOVE WS-CHK-STEP TO WS-LAST-STEP
001744                 DISPLAY 'PARTDRV : JOURNEE DU ' WS-PROC-DASHED
001745                         ' REPRISE APRES ' WS-LAST-STEP
001746         END-EVALUATE
001747      END-IF
001748      .
001749
001750  RESET-ONE-STEP.
001751      MOVE 'N' TO WS-SCH-DUE(WS-SX)
001752      MOVE 'N' TO WS-SCH-DONE(WS-SX)
001753      .
001754
001755******************************************************
001756*** THE STEPS READ THE DAY THROUGH RUNDATE, WHICH   ***
001757*** TAKES BATCHDATE OVER THE SYSTEM DATE.           ***
001758******************************************************
001759  SET-BATCH-DATE.
001760      DISPLAY WS-BATCHDATE-NAME UPON ENVIRONMENT-NAME
001761      DISPLAY WS-PROC-DASHED UPON ENVIRONMENT-VALUE
001762      .
001763
001764******************************************************
001765*** THE NEXT BUSINESS DAY PER BDAYCHK, AS LONG AS   ***
001766*** IT IS NOT PAST TODAY. A SINGLE-DAY RUN STOPS    ***
001767*** AFTER ITS ONE DAY.                              ***
001768******************************************************
001769  NEXT-PROCESSING-DAY.
001770      IF SINGLE-DAY-RUN
001771         SET DAYS-DONE TO TRUE
001772      ELSE
001773         MOVE 'N' TO WS-BDAY-FUNC
001774         CALL BDAYCHK USING WS-BDAY-FUNC WS-PROC-DASHED
001775                            WS-BDAY-RESULT WS-BDAY-STATUS
001776         IF WS-BDAY-STATUS NOT = 'O'
001777            DISPLAY 'PARTDRV : JOUR OUVRE SUIVANT INTROUVABLE '
001778                    'APRES ' WS-PROC-DASHED
001779            MOVE 8 TO RETURN-CODE
001780         ELSE
001781            IF WS-BDAY-RESULT > WS-TODAY-DASHED
001782               SET DAYS-DONE TO TRUE
001783            ELSE
001784               MOVE WS-BDAY-RESULT TO WS-PROC-DASHED
001785               PERFORM SET-PROC-DATE
001786            END-IF
001787         END-IF
001788      END-IF
001789      .
001790
001791  SET-PROC-DATE.
001792      STRING WS-PROC-DASHED(1:4) WS-PROC-DASHED(6:2)
001793             WS-PROC-DASHED(9:2) DELIMITED BY SIZE
001794             INTO WS-PROC-INT-X
001795      END-STRING
001796      .
001797
001798******************************************************
001799*** TODAY PER THE SYSTEM CLOCK - THE DAY A NORMAL   ***
001800*** RUN PROCESSES, THE LAST DAY OF A CATCH-UP, AND  ***
001801*** THE DAY EXCPLOG ENTRIES ARE STAMPED WITH.       ***
001802******************************************************
001803  SET-RUN-DATES.
001804      ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
001805      MOVE WS-TODAY-RAW TO WS-TODAY-INT
001806      STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
001807             WS-TODAY-RAW(7:2) DELIMITED BY SIZE
001808             INTO WS-TODAY-DASHED
001809      END-STRING
001810      MOVE WS-TODAY-DASHED TO WS-PROC-DASHED
001811      MOVE WS-TODAY-INT TO WS-PROC-INT
001812      .
001813
001814******************************************************
001815*** CATCHUP=YYYY-MM-DD - THE FIRST MISSED DAY AFTER ***
001816*** AN OUTAGE. THE CHAIN THEN RUNS ONCE PER         ***
001817*** BUSINESS DAY FROM THERE UP TO TODAY; A START    ***
001818*** DATE THAT IS NOT A BUSINESS DAY MOVES TO THE    ***
001818*** NEXT ONE.                                       ***
001819******************************************************
001820  READ-CATCHUP-PARM.
001821      MOVE SPACES TO WS-CATCHUP-PARM
001822      ACCEPT WS-CATCHUP-PARM FROM ENVIRONMENT 'CATCHUP'
001823      IF WS-CATCHUP-PARM NOT = SPACES
001824         IF WS-CATCHUP-PARM(1:4) IS NOT NUMERIC
001825            OR WS-CATCHUP-PARM(5:1) NOT = '-'
001826            OR WS-CATCHUP-PARM(6:2) IS NOT NUMERIC
001827            OR WS-CATCHUP-PARM(8:1) NOT = '-'
001828            OR WS-CATCHUP-PARM(9:2) IS NOT NUMERIC
001829            OR WS-CATCHUP-PARM > WS-TODAY-DASHED
001830            DISPLAY 'PARTDRV : CATCHUP INVALIDE (AAAA-MM-JJ, '
001831                    'PAS APRES AUJOURD HUI) : ' WS-CATCHUP-PARM
001832            MOVE 8 TO RETURN-CODE
001833            PERFORM WRITE-END-RUN-LOG
001834            GOBACK
001835         END-IF
001836         SET CATCHUP-RUN TO TRUE
001837         MOVE WS-CATCHUP-PARM TO WS-PROC-DASHED
001838         MOVE 'B' TO WS-BDAY-FUNC
001839         CALL BDAYCHK USING WS-BDAY-FUNC WS-PROC-DASHED
001840                            WS-BDAY-RESULT WS-BDAY-STATUS
001841         IF WS-BDAY-STATUS NOT = 'O'
001842            MOVE 'N' TO WS-BDAY-FUNC
001843            CALL BDAYCHK USING WS-BDAY-FUNC WS-PROC-DASHED
001844                               WS-BDAY-RESULT WS-BDAY-STATUS
001845            IF WS-BDAY-STATUS NOT = 'O'
001846               OR WS-BDAY-RESULT > WS-TODAY-DASHED
001847               DISPLAY 'PARTDRV : AUCUN JOUR OUVRE A RATTRAPER '
001848                       'DEPUIS ' WS-CATCHUP-PARM
001849               MOVE 8 TO RETURN-CODE
001850               PERFORM WRITE-END-RUN-LOG
001851               GOBACK
001852            END-IF
001853            MOVE WS-BDAY-RESULT TO WS-PROC-DASHED
001854         END-IF
001855         PERFORM SET-PROC-DATE
001856         DISPLAY 'PARTDRV : RATTRAPAGE DU ' WS-PROC-DASHED
001857                 ' AU ' WS-TODAY-DASHED
001858      END-IF
001859      .
001860
002210******************************************************
002220*** REFUSES A START ON A NON-PROCESSING DAY UNLESS  ***
002230*** THE OPERATOR FORCES IT WITH RUNANYWAY=Y.        ***
002240******************************************************
002250  CHECK-BUSINESS-DAY.
002257      MOVE 'B' TO WS-BDAY-FUNC
002258      CALL BDAYCHK USING WS-BDAY-FUNC WS-TODAY-DASHED
002259                         WS-BDAY-RESULT WS-BDAY-STATUS
002260      IF WS-BDAY-STATUS = 'N'
002261         MOVE SPACES TO WS-RUNANYWAY-PARM
002262         MOVE 'RUNANYWAY' TO WS-PGET-NAME
002262         PERFORM GET-RUN-PARM
002262         MOVE WS-PGET-VALUE TO WS-RUNANYWAY-PARM
002263         IF WS-RUNANYWAY-PARM = 'Y'
002264            DISPLAY 'PARTDRV : ATTENTION - JOUR NON OUVRE, '
002265                    'EXECUTION FORCEE PAR OPERATEUR'
002286******************************************************
002287  READ-HEALTH-THRESHOLDS.
002288      MOVE SPACES TO WS-MAXWARN-PARM
002289      MOVE 'MAXWARN' TO WS-PGET-NAME
002289      PERFORM GET-RUN-PARM
002289      MOVE WS-PGET-VALUE TO WS-MAXWARN-PARM
002290      IF WS-MAXWARN-PARM NOT = SPACES
002291         AND WS-MAXWARN-PARM IS NUMERIC
002292         MOVE WS-MAXWARN-PARM TO WS-MAX-WARNINGS
002293      END-IF
002294      MOVE SPACES TO WS-MAXERR-PARM
002295      MOVE 'MAXERR' TO WS-PGET-NAME
002295      PERFORM GET-RUN-PARM
002295      MOVE WS-PGET-VALUE TO WS-MAXERR-PARM
002296      IF WS-MAXERR-PARM NOT = SPACES
002297         AND WS-MAXERR-PARM IS NUMERIC
002298         MOVE WS-MAXERR-PARM TO WS-MAX-ERRORS
002301
002302  CHECK-BATCH-HEALTH.
002303      SET HEALTH-OK TO TRUE
002303      PERFORM COUNT-NIGHT-EXCEPTIONS
002303      SUBTRACT WS-BASE-WARNINGS FROM WS-CNT-WARNINGS
002303      SUBTRACT WS-BASE-ERRORS FROM WS-CNT-ERRORS
002312      IF WS-CNT-WARNINGS > WS-MAX-WARNINGS
002313         OR WS-CNT-ERRORS > WS-MAX-ERRORS
002314         DISPLAY 'PARTDRV : *** SEUIL D EXCEPTIONS DEPASSE - '
002315                 'MAXWARN ' WS-MAX-WARNINGS ' MAXERR '
002316                 WS-MAX-ERRORS ' ***'
002317         SET HEALTH-BAD TO TRUE
002318      END-IF
002319      .
002320
002320******************************************************
002320*** EXCPLOG IS STAMPED WITH THE SYSTEM DATE, SO IN  ***
002320*** A CATCH-UP EVERY DAY'S EXCEPTIONS LAND ON       ***
002320*** TODAY - THOSE ALREADY THERE WHEN A LATER DAY    ***
002320*** STARTS ARE SET ASIDE AS ITS BASELINE.           ***
002320******************************************************
002320  TAKE-HEALTH-BASELINE.
002320      IF WS-CNT-DAYS-RUN > ZERO
002320         PERFORM COUNT-NIGHT-EXCEPTIONS
002320         MOVE WS-CNT-WARNINGS TO WS-BASE-WARNINGS
002320         MOVE WS-CNT-ERRORS TO WS-BASE-ERRORS
002320      END-IF
002320      .
002320
002320  COUNT-NIGHT-EXCEPTIONS.
002304      MOVE ZERO TO WS-CNT-WARNINGS
002305      MOVE ZERO TO WS-CNT-ERRORS
002306      MOVE ZERO TO WS-EXCP-EOF
002309         PERFORM COUNT-ONE-EXCEPTION UNTIL EXCP-EOF
002310         CLOSE EXCPLOG
002311      END-IF
002319      .
002320
002321  COUNT-ONE-EXCEPTION.
940082
002336  READ-STEP-CHECKPOINT.
002337      MOVE SPACES TO WS-LAST-STEP
002337      MOVE SPACES TO WS-CHK-STEP WS-CHK-DATE
002338      OPEN INPUT STEPCHK
002339      IF WS-STEPCHK-STATUS = '00'
002340         READ STEPCHK
002341            AT END
002342               CONTINUE
002343            NOT AT END
002344               MOVE STEPCHK-STEP TO WS-LAST-STEP WS-CHK-STEP
002344               MOVE STEPCHK-DATE TO WS-CHK-DATE
002345               DISPLAY 'PARTDRV : RESTARTING AFTER STEP : '
002346                       WS-LAST-STEP ' OF ' WS-CHK-DATE
002347         END-READ
002348         CLOSE STEPCHK
002349      END-IF
002354
002355  WRITE-STEP-CHECKPOINT.
002356      OPEN OUTPUT STEPCHK
002357      MOVE WS-LAST-STEP TO STEPCHK-STEP
002357      MOVE WS-PROC-DASHED TO STEPCHK-DATE
002358      WRITE STEPCHK-RECORD
002359      CLOSE STEPCHK
002360      .
002414*** REBUILT IN STORAGE AND RUN AS BEFORE.           ***
002415******************************************************
002416  BUILD-FALLBACK-SCHEDULE.
002417      MOVE 6 TO WS-SCHED-COUNT
002417      MOVE 5         TO WS-SCH-SEQ(1)
002418      MOVE 'PART118' TO WS-SCH-PROGID(1)
002419      MOVE 'D'       TO WS-SCH-FREQ(1)
002420      MOVE SPACES    TO WS-SCH-DEPEND(1)
002421      MOVE 10        TO WS-SCH-SEQ(2)
002422      MOVE 'PART1'   TO WS-SCH-PROGID(2)
002422      MOVE 'D'       TO WS-SCH-FREQ(2)
002423      MOVE SPACES    TO WS-SCH-DEPEND(2)
002424      MOVE 15        TO WS-SCH-SEQ(3)
002425      MOVE 'PART76'  TO WS-SCH-PROGID(3)
002426      MOVE 'D'       TO WS-SCH-FREQ(3)
002427      MOVE SPACES    TO WS-SCH-DEPEND(3)
002427      MOVE 20        TO WS-SCH-SEQ(4)
002428      MOVE 'PART2'   TO WS-SCH-PROGID(4)
002429      MOVE 'D'       TO WS-SCH-FREQ(4)
002430      MOVE 'PART76'  TO WS-SCH-DEPEND(4)
002431      MOVE 25        TO WS-SCH-SEQ(5)
002431      MOVE 'PART122' TO WS-SCH-PROGID(5)
002431      MOVE 'D'       TO WS-SCH-FREQ(5)
002431      MOVE 'PART2'   TO WS-SCH-DEPEND(5)
002431      MOVE 30        TO WS-SCH-SEQ(6)
002432      MOVE 'PART4'   TO WS-SCH-PROGID(6)
002432      MOVE 'D'       TO WS-SCH-FREQ(6)
002433      MOVE 'PART122' TO WS-SCH-DEPEND(6)
002434      MOVE 'N' TO WS-SCH-DUE(1) WS-SCH-DUE(2)
002435                  WS-SCH-DUE(3) WS-SCH-DUE(4) WS-SCH-DUE(5)
002435                  WS-SCH-DUE(6)
002436      MOVE 'N' TO WS-SCH-DONE(1) WS-SCH-DONE(2)
002437                  WS-SCH-DONE(3) WS-SCH-DONE(4) WS-SCH-DONE(5)
002437                  WS-SCH-DONE(6)
002438      .
002434
002435******************************************************
002436*** WHICH STEPS ARE DUE ON THE DAY BEING PROCESSED  ***
002436*** (TODAY, OR A MISSED DAY IN A CATCH-UP) : DAILY  ***
002436*** ALWAYS;                                         ***
002437*** WEEKLY ON MONDAY (OR THE WEEK'S FIRST BUSINESS  ***
002438*** DAY AFTER A HOLIDAY MONDAY); MONTHLY ON THE     ***
002439*** MONTH'S LAST BUSINESS DAY - THE NEXT BUSINESS   ***
002441******************************************************
002442  RESOLVE-DUE-FLAGS.
002443      COMPUTE WS-WEEKDAY-NUM =
002444          FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-PROC-INT)
002445          - 1, 7) + 1
002445      PERFORM CHECK-WEEK-FIRST
002446      PERFORM CHECK-MONTH-END
002470  CHECK-WEEK-FIRST.
002470      SET WEEK-NOT-FIRST TO TRUE
002470      COMPUTE WS-MONDAY-INT = FUNCTION DATE-OF-INTEGER
002470              (FUNCTION INTEGER-OF-DATE(WS-PROC-INT)
002470              - WS-WEEKDAY-NUM + 1)
002470      STRING WS-MONDAY-INT-X(1:4) '-' WS-MONDAY-INT-X(5:2)
002470             '-' WS-MONDAY-INT-X(7:2) DELIMITED BY SIZE
002470             INTO WS-MONDAY-DASHED
002470      END-STRING
002470      MOVE 'P' TO WS-BDAY-FUNC
002470      CALL BDAYCHK USING WS-BDAY-FUNC WS-PROC-DASHED
002470                         WS-BDAY-RESULT WS-BDAY-STATUS
002470      IF WS-BDAY-STATUS = 'O'
002470         IF WS-BDAY-RESULT < WS-MONDAY-DASHED
002471  CHECK-MONTH-END.
002472      SET NOT-MONTH-END TO TRUE
002473      MOVE 'N' TO WS-BDAY-FUNC
002474      CALL BDAYCHK USING WS-BDAY-FUNC WS-PROC-DASHED
002475                         WS-BDAY-RESULT WS-BDAY-STATUS
002476      IF WS-BDAY-STATUS = 'O'
002477         AND WS-BDAY-RESULT(6:2) NOT = WS-PROC-DASHED(6:2)
002478         SET IS-MONTH-END TO TRUE
002479         DISPLAY 'PARTDRV : DERNIER JOUR OUVRE DU MOIS - '
002480                 'CHAINE DE FIN DE MOIS INCLUSE'
002523              IF HEALTH-BAD
002524                 DISPLAY 'PARTDRV : SEQUENCE STOPPED BEFORE '
002525                         WS-SCH-PROGID(WS-SX)
002525                 PERFORM SEND-HEALTH-ALERT
002526                 MOVE 8 TO RETURN-CODE
002527              ELSE
002528                 PERFORM CHECK-DEPENDENCY
002539      END-EVALUATE
002540      .
002541
940100******************************************************
940101*** THE GATEWAY PAGES THE NIGHT OPERATOR - KEYED ON ***
940102*** THE STEP, SO A RESTART THAT STOPS AGAIN IN THE  ***
940103*** SAME PLACE DOES NOT PAGE TWICE THE SAME DAY.    ***
940104******************************************************
940105  SEND-HEALTH-ALERT.
940106      MOVE SPACES TO WS-ALRT-KEY
940107      MOVE WS-SCH-PROGID(WS-SX) TO WS-ALRT-KEY(1:8)
940108      MOVE SPACES TO WS-ALRT-MESSAGE
940109      STRING 'SEQUENCE ARRETEE AVANT ' WS-SCH-PROGID(WS-SX)
940110             ' - ERREURS ' WS-CNT-ERRORS
940111             ' WARNINGS ' WS-CNT-WARNINGS
940112             DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
940113      END-STRING
940114      CALL ALERTW USING WS-ALRT-PROGID WS-ALRT-TYPE
940115                        WS-ALRT-SEVERITY WS-ALRT-KEY
940116                        WS-ALRT-MESSAGE WS-ALRT-STATUS
940117      .
940118
002542******************************************************
002543*** THE DEPENDENCY MUST HAVE COMPLETED THIS RUN -   ***
002544*** UNLESS IT WAS SIMPLY NOT DUE TODAY (A WEEKLY    ***
002572            MOVE 12 TO RETURN-CODE
002573      END-CALL
002574      MOVE RETURN-CODE TO WS-STEP-RC
002574      CANCEL WS-CALL-PROGID
002575      IF WS-STEP-RC = ZERO
002576         MOVE 'O' TO WS-SCH-DONE(WS-SX)
002577         ADD 1 TO WS-CNT-STEPS-RUN
002585         MOVE 8 TO RETURN-CODE
002586      END-IF
002587      .
002687
002787******************************************************
002887*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
002987*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
003087*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
003187******************************************************
003287  GET-RUN-PARM.
003387      MOVE RETURN-CODE TO WS-PGET-RETCODE
003487      CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
003587                         WS-PGET-VALUE
003687*     THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
003787      MOVE WS-PGET-RETCODE TO RETURN-CODE
003887      .
