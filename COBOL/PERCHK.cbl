000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCHK.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CLOSED-PERIOD GUARD SERVICE IN  *
000600*              THE STYLE OF BDAYCHK. THE POSTING PROGRAM PASSES  *
000700*              ITS PROGID AND THE TRANSACTION DATE; LS-STATUS    *
000800*              'O' MEANS THE MONTH IS OPEN AND THE LINE POSTS AS *
000900*              IS, 'D' THAT THE MONTH IS CLOSED AND THE          *
001000*              PROGRAM'S API5.PERIOD_POLICY ROW SAYS RE-DATE     *
001100*              (LS-RESULT HOLDS THE FIRST DAY OF THE NEXT OPEN   *
001200*              MONTH), 'N' THAT IT IS CLOSED AND THE LINE MUST   *
001300*              BE REFUSED. A MONTH WITH NO API5.PERIOD_STATUS    *
001400*              ROW IS OPEN; A PROGRAM WITH NO POLICY ROW IS      *
001500*              REFUSED.                                          *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SPECIAL-NAMES.
002000     DECIMAL-POINT IS COMMA.
002100
002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400     EXEC SQL
002500        INCLUDE SQLCA
002600     END-EXEC.
002700     EXEC SQL
002800        INCLUDE PERIOD
002900     END-EXEC.
003000
003100 77 WS-YEAR           PIC 9(4).
003200 77 WS-MONTH          PIC 9(2).
003300 77 WS-TRIES          PIC 99.
003400 77 WS-PERIOD-STATE   PIC X VALUE 'O'.
003500    88 PERIOD-OPEN      VALUE 'O'.
003600    88 PERIOD-CLOSED    VALUE 'C'.
003700
003800 LINKAGE SECTION.
003900 77 LS-PROGID     PIC X(8).
004000 77 LS-DATE       PIC X(10).
004100 77 LS-RESULT     PIC X(10).
004200 77 LS-STATUS     PIC X(1).
004300    88 LS-POST-AS-IS      VALUE 'O'.
004400    88 LS-RE-DATED        VALUE 'D'.
004500    88 LS-REFUSED         VALUE 'N'.
004600
004700 PROCEDURE DIVISION USING LS-PROGID LS-DATE
004800                          LS-RESULT LS-STATUS.
004900     MOVE LS-DATE TO LS-RESULT
005000     MOVE 'O' TO LS-STATUS
005100     MOVE LS-DATE(1:7) TO PER-PERIOD
005200     PERFORM CHECK-ONE-PERIOD
005300     IF PERIOD-CLOSED
005400        PERFORM APPLY-PROGRAM-POLICY
005500     END-IF
005600     GOBACK.
005700
005800******************************************************
005900*** ONE MONTH - NO STATUS ROW MEANS IT WAS NEVER    ***
006000*** CLOSED.                                         ***
006100******************************************************
006200 CHECK-ONE-PERIOD.
006300     MOVE SPACE TO PER-STATUS
006400     EXEC SQL
006500        SELECT STATUS
006600             INTO :PER-STATUS
006700        FROM API5.PERIOD_STATUS
006800        WHERE PERIOD = :PER-PERIOD
006900     END-EXEC
007000     EVALUATE TRUE
007100        WHEN SQLCODE = ZERO AND PER-STATUS = 'C'
007200             SET PERIOD-CLOSED TO TRUE
007300        WHEN SQLCODE = ZERO OR SQLCODE = +100
007400             SET PERIOD-OPEN TO TRUE
007500        WHEN OTHER
007600             DISPLAY 'PERCHK : ANOMALIE PERIOD_STATUS : ' SQLCODE
007700             SET PERIOD-OPEN TO TRUE
007800     END-EVALUATE
007900     .
008000
008100******************************************************
008200*** CLOSED MONTH - THE CALLER'S POLICY ROW DECIDES; ***
008300*** NO ROW REFUSES.                                 ***
008400******************************************************
008500 APPLY-PROGRAM-POLICY.
008600     MOVE LS-PROGID TO PPOL-PROGID
008700     MOVE 'R' TO PPOL-POLICY
008800     EXEC SQL
008900        SELECT POLICY
009000             INTO :PPOL-POLICY
009100        FROM API5.PERIOD_POLICY
009200        WHERE PROGID = :PPOL-PROGID
009300     END-EXEC
009400     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
009500        DISPLAY 'PERCHK : ANOMALIE PERIOD_POLICY : ' SQLCODE
009600        MOVE 'R' TO PPOL-POLICY
009700     END-IF
009800     IF PPOL-POLICY = 'D'
009900        PERFORM FIND-NEXT-OPEN-PERIOD
010000     ELSE
010100        MOVE 'N' TO LS-STATUS
010200     END-IF
010300     .
010400
010500******************************************************
010600*** STEPS ONE MONTH AT A TIME (AT MOST 24) UNTIL AN ***
010700*** OPEN MONTH TURNS UP; THE LINE POSTS ON ITS      ***
010800*** FIRST DAY.                                      ***
010900******************************************************
011000 FIND-NEXT-OPEN-PERIOD.
011100     MOVE LS-DATE(1:4) TO WS-YEAR
011200     MOVE LS-DATE(6:2) TO WS-MONTH
011300     MOVE ZERO TO WS-TRIES
011400     PERFORM STEP-ONE-MONTH
011500        UNTIL PERIOD-OPEN OR WS-TRIES >= 24
011600     IF PERIOD-OPEN
011700        MOVE SPACES TO LS-RESULT
011800        STRING PER-PERIOD '-01' DELIMITED BY SIZE
011900               INTO LS-RESULT
012000        END-STRING
012100        MOVE 'D' TO LS-STATUS
012200     ELSE
012300        MOVE 'N' TO LS-STATUS
012400     END-IF
012500     .
012600
012700 STEP-ONE-MONTH.
012800     ADD 1 TO WS-TRIES
012900     IF WS-MONTH = 12
013000        MOVE 1 TO WS-MONTH
013100        ADD 1 TO WS-YEAR
013200     ELSE
013300        ADD 1 TO WS-MONTH
013400     END-IF
013500     MOVE SPACES TO PER-PERIOD
013600     STRING WS-YEAR '-' WS-MONTH DELIMITED BY SIZE
013700            INTO PER-PERIOD
013800     END-STRING
013900     PERFORM CHECK-ONE-PERIOD
014000     .
