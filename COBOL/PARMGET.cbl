000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARMGET.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - RUN PARAMETER SERVICE ROUTINE   *
000600*              IN THE STYLE OF RUNLOGW/ALERTW. THE CALLER PASSES *
000700*              ITS PROGID AND THE PARAMETER NAME (THE            *
000800*              ENVIRONMENT VARIABLE IT USED TO ACCEPT); THE      *
000900*              VALUE COMES FROM API5.RUN_PARMS - THE PROGRAM'S   *
001000*              OWN ROW, ELSE THE '*' ROW - AS OF THE DAY BEING   *
001100*              PROCESSED (RUNDATE). A NON-BLANK ENVIRONMENT      *
001200*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001300*              TABLE FOR THE RUN AND IS DISPLAYED AS SUCH.       *
001400*              SPACES COME BACK WHEN NEITHER IS SET, SO THE      *
001500*              CALLER'S OWN DEFAULT APPLIES AS BEFORE. EVERY     *
001600*              VALUE HANDED BACK IS RECORDED IN                  *
001700*              API5.RUN_PARM_USED WITH ITS SOURCE FOR THE        *
001800*              PART131 REPORT; A LOGGING FAILURE NEVER STOPS THE *
001900*              CALLER - IT IS DISPLAYED AND SWALLOWED.           *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800     EXEC SQL
002900        INCLUDE SQLCA
003000     END-EXEC.
003100     EXEC SQL
003200        INCLUDE RUNPARM
003300     END-EXEC.
003400
003500 77 RUNDATE          PIC X(8) VALUE 'RUNDATE'.
003600 77 WS-TODAY-RAW     PIC X(8).
003700 77 WS-PROC-RAW      PIC X(8).
003800 77 WS-ENV-VALUE     PIC X(40).
003900 77 WS-ROW-SW        PIC X VALUE 'N'.
004000    88 ROW-FOUND       VALUE 'O'.
004100    88 ROW-NOT-FOUND   VALUE 'N'.
004200
004300 LINKAGE SECTION.
004400 77 LS-PROGID     PIC X(8).
004500 77 LS-NAME       PIC X(12).
004600 77 LS-VALUE      PIC X(40).
004700
004800 PROCEDURE DIVISION USING LS-PROGID LS-NAME LS-VALUE.
004900     MOVE LS-PROGID TO RPRM-PROGID PUSE-PROGID
005000     MOVE LS-NAME   TO RPRM-NAME PUSE-NAME
005100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
005200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
005300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
005400            INTO PUSE-RUN-DATE
005500     END-STRING
005600     ACCEPT PUSE-RUN-TIME FROM TIME
005700     MOVE WS-TODAY-RAW TO WS-PROC-RAW
005800     CALL RUNDATE USING WS-PROC-RAW
005900     STRING WS-PROC-RAW(1:4) '-' WS-PROC-RAW(5:2) '-'
006000            WS-PROC-RAW(7:2) DELIMITED BY SIZE
006100            INTO PUSE-BATCH-DATE
006200     END-STRING
006300
006400     PERFORM READ-TABLE-VALUE
006500     MOVE SPACES TO WS-ENV-VALUE
006600     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT LS-NAME
006700     MOVE SPACES TO PUSE-EFF-DATE
006800     EVALUATE TRUE
006900        WHEN WS-ENV-VALUE NOT = SPACES
007000             MOVE 'E' TO PUSE-SOURCE
007100             MOVE WS-ENV-VALUE TO PUSE-VALUE
007200             DISPLAY 'PARMGET : ' LS-PROGID ' ' LS-NAME
007300                     ' FORCE PAR L ENVIRONNEMENT : ' WS-ENV-VALUE
007400             IF ROW-FOUND
007500                DISPLAY 'PARMGET : ' LS-PROGID ' ' LS-NAME
007600                        ' VALEUR TABLE IGNOREE : ' RPRM-VALUE
007700             END-IF
007800        WHEN ROW-FOUND
007900             MOVE 'T' TO PUSE-SOURCE
008000             MOVE RPRM-VALUE TO PUSE-VALUE
008100             MOVE RPRM-EFF-DATE TO PUSE-EFF-DATE
008200        WHEN OTHER
008300             MOVE 'D' TO PUSE-SOURCE
008400             MOVE SPACES TO PUSE-VALUE
008500     END-EVALUATE
008600     MOVE PUSE-VALUE TO LS-VALUE
008700     PERFORM LOG-PARM-USED
008800     GOBACK.
008900
009000******************************************************
009100*** THE PROGRAM'S OWN ROW, ELSE THE '*' ROW - THE   ***
009200*** LATEST EFFECTIVE DATE NOT AFTER THE DAY BEING   ***
009300*** PROCESSED, SO A CATCH-UP DAY RUNS WITH THE      ***
009400*** VALUES THAT WERE IN FORCE THAT DAY.             ***
009500******************************************************
009600 READ-TABLE-VALUE.
009700     SET ROW-NOT-FOUND TO TRUE
009800     MOVE SPACES TO RPRM-VALUE RPRM-EFF-DATE
009900     EXEC SQL
010000        SELECT PARM_VALUE, EFF_DATE
010100             INTO :RPRM-VALUE, :RPRM-EFF-DATE
010200        FROM API5.RUN_PARMS
010300        WHERE PROGID IN (:RPRM-PROGID, '*')
010400        AND   PARM_NAME = :RPRM-NAME
010500        AND   EFF_DATE <= :PUSE-BATCH-DATE
010600        ORDER BY CASE WHEN PROGID = '*' THEN 1 ELSE 0 END,
010700                 EFF_DATE DESC
010800        FETCH FIRST 1 ROW ONLY
010900     END-EXEC
011000     EVALUATE TRUE
011100        WHEN SQLCODE = ZERO
011200             SET ROW-FOUND TO TRUE
011300        WHEN SQLCODE = +100
011400             CONTINUE
011500        WHEN OTHER
011600             DISPLAY 'PARMGET : WARNING RUN PARMS : ' SQLCODE
011700                     ' ' LS-NAME
011800     END-EVALUATE
011900     .
012000
012100 LOG-PARM-USED.
012200     EXEC SQL
012300         INSERT INTO API5.RUN_PARM_USED
012400         (RUN_DATE, RUN_TIME, BATCH_DATE, PROGID, PARM_NAME,
012500          PARM_VALUE, SOURCE, EFF_DATE)
012600         VALUES(:PUSE-RUN-DATE,
012700                :PUSE-RUN-TIME,
012800                :PUSE-BATCH-DATE,
012900                :PUSE-PROGID,
013000                :PUSE-NAME,
013100                :PUSE-VALUE,
013200                :PUSE-SOURCE,
013300                :PUSE-EFF-DATE)
013400     END-EXEC
013500     IF SQLCODE NOT = ZERO
013600        DISPLAY 'PARMGET : WARNING RUN PARM LOG : ' SQLCODE
013700     END-IF
013800     .
