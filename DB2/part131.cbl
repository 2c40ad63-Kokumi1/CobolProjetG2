000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART131.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - RUN PARAMETER REPORT. FOR EVERY *
000600*              NIGHT OF THE LAST PRMDAYS DAYS (DEFAULT 7),       *
000700*              NEWEST FIRST, AND EVERY PROGRAM THAT RAN, LISTS   *
000800*              ON FICPRM THE PROGRAM'S API5.RUN_LOG ROWS         *
000900*              FOLLOWED BY THE RUN PARAMETERS IT READ            *
001000*              (API5.RUN_PARM_USED) - THE VALUE, WHETHER IT CAME *
001100*              FROM THE TABLE, AN ENVIRONMENT OVERRIDE OR THE    *
001200*              PROGRAM'S DEFAULT, AND THE EFFECTIVE DATE OF THE  *
001300*              TABLE ROW.                                        *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SPECIAL-NAMES.
001800     DECIMAL-POINT IS COMMA.
001900
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OUTPRM ASSIGN TO FICPRM.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD OUTPRM.
002700 01 ENR-OUTPRM PIC X(80).
002800
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL
003100        INCLUDE SQLCA
003200     END-EXEC.
003300     EXEC SQL
003400        INCLUDE RUNLOG
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE RUNPARM
003800     END-EXEC.
003900
004000******************************************************
004100*** ONE ROW PER NIGHT AND PROGRAM - FROM EITHER     ***
004200*** TABLE, SO A PROGRAM THAT READ ITS PARAMETERS    ***
004300*** BUT NEVER LOGGED ITS START STILL SHOWS.         ***
004400******************************************************
004500     EXEC SQL
004600        DECLARE CNIGHT CURSOR
004700        FOR
004800        SELECT RUN_DATE, PROGID
004900        FROM API5.RUN_LOG
005000        WHERE RUN_DATE >= :WS-CUTOFF-DATE
005100        UNION
005200        SELECT RUN_DATE, PROGID
005300        FROM API5.RUN_PARM_USED
005400        WHERE RUN_DATE >= :WS-CUTOFF-DATE
005500        ORDER BY 1 DESC, 2
005600     END-EXEC.
005700
005800     EXEC SQL
005900        DECLARE CRUN CURSOR
006000        FOR
006100        SELECT EVENT, RUN_TIME, CNT_READ, CNT_LOADED,
006200               CNT_REJECTED, RETCODE
006300        FROM API5.RUN_LOG
006400        WHERE RUN_DATE = :RLOG-DATE
006500        AND   PROGID   = :RLOG-PROGID
006600        ORDER BY RUN_TIME
006700     END-EXEC.
006800
006900     EXEC SQL
007000        DECLARE CUSED CURSOR
007100        FOR
007200        SELECT RUN_TIME, BATCH_DATE, PARM_NAME, PARM_VALUE,
007300               SOURCE, EFF_DATE
007400        FROM API5.RUN_PARM_USED
007500        WHERE RUN_DATE = :RLOG-DATE
007600        AND   PROGID   = :RLOG-PROGID
007700        ORDER BY RUN_TIME, PARM_NAME
007800     END-EXEC.
007900
008000 77 WS-DAYS-PARM      PIC X(3).
008100 77 WS-PRM-DAYS       PIC 9(3) VALUE 7.
008200 77 WS-TODAY-RAW      PIC X(8).
008300 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008400 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008500 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART131'.
008600 77 WS-PGET-NAME      PIC X(12).
008700 77 WS-PGET-VALUE     PIC X(40).
008800 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008900 77 WS-TODAY-INT      PIC 9(8).
009000 77 WS-WORK-DATE      PIC 9(8).
009100 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
009200 77 WS-CUTOFF-DATE    PIC X(10).
009300 77 WS-PREV-DATE      PIC X(10) VALUE SPACES.
009400 77 WS-CNT-NIGHTS     PIC 9(5) VALUE ZERO.
009500 77 WS-CNT-RUNS       PIC 9(5) VALUE ZERO.
009600 77 WS-CNT-EVENTS     PIC 9(7) VALUE ZERO.
009700 77 WS-CNT-PARMS      PIC 9(7) VALUE ZERO.
009800 77 WS-CNT-OVERRIDES  PIC 9(7) VALUE ZERO.
009900 77 WS-CNT-DEFAULTS   PIC 9(7) VALUE ZERO.
010000 77 WS-CNT-ROWS       PIC 9(5).
010100 77 WS-NIGHT-DONE     PIC X VALUE 'N'.
010200    88 NIGHT-DONE       VALUE 'O'.
010300    88 NIGHT-NOT-DONE   VALUE 'N'.
010400 77 WS-LIST-DONE      PIC X VALUE 'N'.
010500    88 LIST-DONE        VALUE 'O'.
010600    88 LIST-NOT-DONE    VALUE 'N'.
010700
010800 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
010900 01 L-TITLE-LINE.
011000    05 FILLER         PIC X(33)
011100       VALUE 'RUN PARAMETERS USED - NIGHTS FROM'.
011200    05 FILLER         PIC X(1)  VALUE SPACE.
011300    05 TITLE-FROM-ED  PIC X(10).
011400    05 FILLER         PIC X(36) VALUE SPACE.
011500 01 L-LEGEND-LINE.
011600    05 FILLER         PIC X(36)
011700       VALUE 'SRC : T = TABLE   E = ENVIRONMENT '.
011800    05 FILLER         PIC X(44)
011900       VALUE 'OVERRIDE   D = PROGRAM DEFAULT'.
012000 01 L-NIGHT-LINE.
012100    05 FILLER         PIC X(8)  VALUE 'NIGHT : '.
012200    05 NIGHT-DATE-ED  PIC X(10).
012300    05 FILLER         PIC X(62) VALUE SPACE.
012400 01 L-NIGHT-RULE      PIC X(80) VALUE ALL '='.
012500 01 L-PROGRAM-LINE.
012600    05 FILLER         PIC X(2)  VALUE SPACE.
012700    05 FILLER         PIC X(10) VALUE 'PROGRAM : '.
012800    05 PROG-ID-ED     PIC X(8).
012900    05 FILLER         PIC X(60) VALUE SPACE.
013000 01 L-RUN-HEAD.
013100    05 FILLER         PIC X(4)  VALUE SPACE.
013200    05 FILLER         PIC X(4)  VALUE 'EVT '.
013300    05 FILLER         PIC X(10) VALUE 'TIME      '.
013400    05 FILLER         PIC X(9)  VALUE '   READ  '.
013500    05 FILLER         PIC X(9)  VALUE ' LOADED  '.
013600    05 FILLER         PIC X(9)  VALUE 'REJECTED '.
013700    05 FILLER         PIC X(35) VALUE 'RC'.
013800 01 L-RUN-LINE.
013900    05 FILLER         PIC X(4)  VALUE SPACE.
014000    05 RUN-EVENT-ED   PIC X(1).
014100    05 FILLER         PIC X(3)  VALUE SPACE.
014200    05 RUN-TIME-ED    PIC X(8).
014300    05 FILLER         PIC X(2)  VALUE SPACE.
014400    05 RUN-READ-ED    PIC ZZZZZZ9.
014500    05 FILLER         PIC X(2)  VALUE SPACE.
014600    05 RUN-LOADED-ED  PIC ZZZZZZ9.
014700    05 FILLER         PIC X(2)  VALUE SPACE.
014800    05 RUN-REJ-ED     PIC ZZZZZZ9.
014900    05 FILLER         PIC X(2)  VALUE SPACE.
015000    05 RUN-RC-ED      PIC ZZZ9.
015100    05 FILLER         PIC X(31) VALUE SPACE.
015200 01 L-NO-RUN-LINE     PIC X(80) VALUE
015300    '    NO RUN_LOG ROW FOR THIS PROGRAM ON THIS DATE'.
015400 01 L-PARM-HEAD.
015500    05 FILLER         PIC X(4)  VALUE SPACE.
015600    05 FILLER         PIC X(9)  VALUE 'TIME     '.
015700    05 FILLER         PIC X(13) VALUE 'PARAMETER    '.
015800    05 FILLER         PIC X(28) VALUE 'VALUE'.
015900    05 FILLER         PIC X(4)  VALUE 'SRC '.
016000    05 FILLER         PIC X(11) VALUE 'EFFECTIVE  '.
016100    05 FILLER         PIC X(11) VALUE 'DAY RUN'.
016200 01 L-PARM-LINE.
016300    05 FILLER         PIC X(4)  VALUE SPACE.
016400    05 PARM-TIME-ED   PIC X(8).
016500    05 FILLER         PIC X(1)  VALUE SPACE.
016600    05 PARM-NAME-ED   PIC X(12).
016700    05 FILLER         PIC X(1)  VALUE SPACE.
016800    05 PARM-VALUE-ED  PIC X(27).
016900    05 FILLER         PIC X(1)  VALUE SPACE.
017000    05 PARM-SOURCE-ED PIC X(1).
017100    05 FILLER         PIC X(3)  VALUE SPACE.
017200    05 PARM-EFF-ED    PIC X(10).
017300    05 FILLER         PIC X(1)  VALUE SPACE.
017400    05 PARM-BATCH-ED  PIC X(10).
017500    05 FILLER         PIC X(1)  VALUE SPACE.
017600 01 L-PARM-MORE-LINE.
017700    05 FILLER         PIC X(26) VALUE SPACE.
017800    05 PARM-MORE-ED   PIC X(13).
017900    05 FILLER         PIC X(41) VALUE SPACE.
018000 01 L-NO-PARM-LINE    PIC X(80) VALUE
018100    '    NO RUN PARAMETER READ'.
018200
018300 PROCEDURE DIVISION.
018400     PERFORM INITIALIZE-PARAMETERS
018500
018600     OPEN OUTPUT OUTPRM
018700     MOVE WS-CUTOFF-DATE TO TITLE-FROM-ED
018800     WRITE ENR-OUTPRM FROM L-TITLE-LINE
018900     WRITE ENR-OUTPRM FROM L-LEGEND-LINE
019000     WRITE ENR-OUTPRM FROM L-HEADER-BLANK
019100
019200     SET NIGHT-NOT-DONE TO TRUE
019300     EXEC SQL
019400        OPEN CNIGHT
019500     END-EXEC
019600     PERFORM TEST-SQLCODE
019700     PERFORM LIST-ONE-PROGRAM-RUN UNTIL NIGHT-DONE
019800     EXEC SQL
019900        CLOSE CNIGHT
020000     END-EXEC
020100     PERFORM TEST-SQLCODE
020200
020300     CLOSE OUTPRM
020400
020500     DISPLAY '===================================='
020600     DISPLAY 'PART131 RUN PARAMETER REPORT'
020700     DISPLAY 'NIGHTS FROM          : ' WS-CUTOFF-DATE
020800     DISPLAY 'NIGHTS LISTED        : ' WS-CNT-NIGHTS
020900     DISPLAY 'PROGRAM RUNS LISTED  : ' WS-CNT-RUNS
021000     DISPLAY 'RUN_LOG ROWS         : ' WS-CNT-EVENTS
021100     DISPLAY 'PARAMETERS READ      : ' WS-CNT-PARMS
021200     DISPLAY '  ENVIRONMENT OVERR. : ' WS-CNT-OVERRIDES
021300     DISPLAY '  PROGRAM DEFAULTS   : ' WS-CNT-DEFAULTS
021400     DISPLAY '===================================='
021500     GOBACK.
021600
021700******************************************************
021800*** PRMDAYS (DEFAULT 7) NIGHTS BACK FROM THE DAY    ***
021900*** BEING PROCESSED.                                ***
022000******************************************************
022100 INITIALIZE-PARAMETERS.
022200     MOVE SPACES TO WS-DAYS-PARM
022300     MOVE 'PRMDAYS' TO WS-PGET-NAME
022400     PERFORM GET-RUN-PARM
022500     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
022600     IF WS-DAYS-PARM NOT = SPACES
022700        AND WS-DAYS-PARM IS NUMERIC
022800        MOVE WS-DAYS-PARM TO WS-PRM-DAYS
022900     END-IF
023000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
023100     CALL RUNDATE USING WS-TODAY-RAW
023200     MOVE WS-TODAY-RAW TO WS-TODAY-INT
023300     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
023400             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
023500              - WS-PRM-DAYS)
023600     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
023700            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
023800            INTO WS-CUTOFF-DATE
023900     END-STRING
024000     .
024100
024200 LIST-ONE-PROGRAM-RUN.
024300     EXEC SQL
024400        FETCH CNIGHT
024500        INTO :RLOG-DATE, :RLOG-PROGID
024600     END-EXEC
024700     EVALUATE TRUE
024800        WHEN SQLCODE = +100
024900             SET NIGHT-DONE TO TRUE
025000        WHEN SQLCODE = ZERO
025100             IF RLOG-DATE NOT = WS-PREV-DATE
025200                PERFORM WRITE-NIGHT-HEADER
025300             END-IF
025400             ADD 1 TO WS-CNT-RUNS
025500             MOVE RLOG-PROGID TO PROG-ID-ED
025600             WRITE ENR-OUTPRM FROM L-HEADER-BLANK
025700             WRITE ENR-OUTPRM FROM L-PROGRAM-LINE
025800             PERFORM LIST-RUN-LOG-ROWS
025900             PERFORM LIST-PARAMETERS-USED
026000        WHEN OTHER
026100             PERFORM TEST-SQLCODE
026200     END-EVALUATE
026300     .
026400
026500 WRITE-NIGHT-HEADER.
026600     ADD 1 TO WS-CNT-NIGHTS
026700     MOVE RLOG-DATE TO WS-PREV-DATE
026800     MOVE RLOG-DATE TO NIGHT-DATE-ED
026900     IF WS-CNT-NIGHTS > 1
027000        WRITE ENR-OUTPRM FROM L-HEADER-BLANK
027100     END-IF
027200     WRITE ENR-OUTPRM FROM L-NIGHT-RULE
027300     WRITE ENR-OUTPRM FROM L-NIGHT-LINE
027400     WRITE ENR-OUTPRM FROM L-NIGHT-RULE
027500     .
027600
027700******************************************************
027800*** THE PROGRAM'S START, END AND OVERRIDE EVENTS OF ***
027900*** THE NIGHT, AS PART40 SHOWS THEM.                ***
028000******************************************************
028100 LIST-RUN-LOG-ROWS.
028200     MOVE ZERO TO WS-CNT-ROWS
028300     SET LIST-NOT-DONE TO TRUE
028400     EXEC SQL
028500        OPEN CRUN
028600     END-EXEC
028700     PERFORM TEST-SQLCODE
028800     PERFORM WRITE-ONE-RUN-LINE UNTIL LIST-DONE
028900     EXEC SQL
029000        CLOSE CRUN
029100     END-EXEC
029200     PERFORM TEST-SQLCODE
029300     IF WS-CNT-ROWS = ZERO
029400        WRITE ENR-OUTPRM FROM L-NO-RUN-LINE
029500     END-IF
029600     .
029700
029800 WRITE-ONE-RUN-LINE.
029900     EXEC SQL
030000        FETCH CRUN
030100        INTO :RLOG-EVENT, :RLOG-TIME, :RLOG-READ,
030200             :RLOG-LOADED, :RLOG-REJECTED, :RLOG-RETCODE
030300     END-EXEC
030400     EVALUATE TRUE
030500        WHEN SQLCODE = +100
030600             SET LIST-DONE TO TRUE
030700        WHEN SQLCODE = ZERO
030800             IF WS-CNT-ROWS = ZERO
030900                WRITE ENR-OUTPRM FROM L-RUN-HEAD
031000             END-IF
031100             ADD 1 TO WS-CNT-ROWS
031200             ADD 1 TO WS-CNT-EVENTS
031300             MOVE RLOG-EVENT    TO RUN-EVENT-ED
031400             MOVE RLOG-TIME     TO RUN-TIME-ED
031500             MOVE RLOG-READ     TO RUN-READ-ED
031600             MOVE RLOG-LOADED   TO RUN-LOADED-ED
031700             MOVE RLOG-REJECTED TO RUN-REJ-ED
031800             MOVE RLOG-RETCODE  TO RUN-RC-ED
031900             WRITE ENR-OUTPRM FROM L-RUN-LINE
032000        WHEN OTHER
032100             PERFORM TEST-SQLCODE
032200     END-EVALUATE
032300     .
032400
032500******************************************************
032600*** EVERY PARAMETER THE PROGRAM READ THAT NIGHT.    ***
032700*** DAY RUN IS THE DAY IT WAS PROCESSING (AN        ***
032800*** EARLIER DAY IN A CATCH-UP RUN); A VALUE LONGER  ***
032900*** THAN THE COLUMN CONTINUES ON A SECOND LINE.     ***
033000******************************************************
033100 LIST-PARAMETERS-USED.
033200     MOVE ZERO TO WS-CNT-ROWS
033300     SET LIST-NOT-DONE TO TRUE
033400     EXEC SQL
033500        OPEN CUSED
033600     END-EXEC
033700     PERFORM TEST-SQLCODE
033800     PERFORM WRITE-ONE-PARM-LINE UNTIL LIST-DONE
033900     EXEC SQL
034000        CLOSE CUSED
034100     END-EXEC
034200     PERFORM TEST-SQLCODE
034300     IF WS-CNT-ROWS = ZERO
034400        WRITE ENR-OUTPRM FROM L-NO-PARM-LINE
034500     END-IF
034600     .
034700
034800 WRITE-ONE-PARM-LINE.
034900     EXEC SQL
035000        FETCH CUSED
035100        INTO :PUSE-RUN-TIME, :PUSE-BATCH-DATE, :PUSE-NAME,
035200             :PUSE-VALUE, :PUSE-SOURCE, :PUSE-EFF-DATE
035300     END-EXEC
035400     EVALUATE TRUE
035500        WHEN SQLCODE = +100
035600             SET LIST-DONE TO TRUE
035700        WHEN SQLCODE = ZERO
035800             IF WS-CNT-ROWS = ZERO
035900                WRITE ENR-OUTPRM FROM L-PARM-HEAD
036000             END-IF
036100             ADD 1 TO WS-CNT-ROWS
036200             ADD 1 TO WS-CNT-PARMS
036300             EVALUATE PUSE-SOURCE
036400                WHEN 'E'
036500                     ADD 1 TO WS-CNT-OVERRIDES
036600                WHEN 'D'
036700                     ADD 1 TO WS-CNT-DEFAULTS
036800             END-EVALUATE
036900             MOVE PUSE-RUN-TIME   TO PARM-TIME-ED
037000             MOVE PUSE-NAME       TO PARM-NAME-ED
037100             MOVE PUSE-VALUE      TO PARM-VALUE-ED
037200             MOVE PUSE-SOURCE     TO PARM-SOURCE-ED
037300             MOVE PUSE-EFF-DATE   TO PARM-EFF-ED
037400             MOVE PUSE-BATCH-DATE TO PARM-BATCH-ED
037500             WRITE ENR-OUTPRM FROM L-PARM-LINE
037600             IF PUSE-VALUE(28:13) NOT = SPACES
037700                MOVE PUSE-VALUE(28:13) TO PARM-MORE-ED
037800                WRITE ENR-OUTPRM FROM L-PARM-MORE-LINE
037900             END-IF
038000        WHEN OTHER
038100             PERFORM TEST-SQLCODE
038200     END-EVALUATE
038300     .
038400
038500 TEST-SQLCODE.
038600     EVALUATE TRUE
038700          WHEN SQLCODE IS EQUAL TO ZERO
038800                CONTINUE
038900          WHEN SQLCODE IS GREATER ZERO
039000             IF SQLCODE = 100
039100               CONTINUE
039200             ELSE
039300               DISPLAY 'WARNING : ' SQLCODE
039400             END-IF
039500          WHEN SQLCODE IS LESS THAN ZERO
039600                DISPLAY 'ANOMALIE : ' SQLCODE
039700                PERFORM ABEND-PROG
039800     END-EVALUATE.
039900
040000 ABEND-PROG.
040100     DISPLAY 'PART131 ABENDING - SEE SQLCODE ABOVE'
040200     MOVE 16 TO RETURN-CODE
040300     STOP RUN.
040400
040500******************************************************
040600*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
040700*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
040800*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
040900******************************************************
041000 GET-RUN-PARM.
041100     MOVE RETURN-CODE TO WS-PGET-RETCODE
041200     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
041300                        WS-PGET-VALUE
041400*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
041500     MOVE WS-PGET-RETCODE TO RETURN-CODE
041600     .
