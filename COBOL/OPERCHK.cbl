000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERCHK.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - MANUAL OVERRIDE AUTHORITY CHECK *
000600*              IN THE STYLE OF BDAYCHK/PERCHK. THE CALLER PASSES *
000700*              ITS ACTION CODE, THE OPERATOR AND APPROVER IDS    *
000800*              ITS RUN WAS GIVEN AND WHETHER THE ACTION NEEDS A  *
000900*              SECOND PERSON (LS-NEED-APPR 'Y'). LS-STATUS 'O'   *
001000*              LETS THE RUN PROCEED; 'N' REFUSES IT WITH THE     *
001100*              REASON IN LS-MESSAGE - NO OPERATOR, NO APPROVER,  *
001200*              APPROVER SAME AS OPERATOR, OR NO                  *
001300*              API5.OPERATOR_AUTHORITY ROW LETTING THE APPROVER  *
001400*              APPROVE THE ACTION.                               *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SPECIAL-NAMES.
001900     DECIMAL-POINT IS COMMA.
002000
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300     EXEC SQL
002400        INCLUDE SQLCA
002500     END-EXEC.
002600     EXEC SQL
002700        INCLUDE OPERAUTH
002800     END-EXEC.
002900
003000 LINKAGE SECTION.
003100 77 LS-ACTION     PIC X(8).
003200 77 LS-OPERATOR   PIC X(8).
003300 77 LS-APPROVER   PIC X(8).
003400 77 LS-NEED-APPR  PIC X(1).
003500 77 LS-STATUS     PIC X(1).
003600    88 LS-AUTHORISED      VALUE 'O'.
003700    88 LS-REFUSED         VALUE 'N'.
003800 77 LS-MESSAGE    PIC X(40).
003900
004000 PROCEDURE DIVISION USING LS-ACTION LS-OPERATOR LS-APPROVER
004100                          LS-NEED-APPR LS-STATUS LS-MESSAGE.
004200     MOVE 'O' TO LS-STATUS
004300     MOVE SPACES TO LS-MESSAGE
004400     EVALUATE TRUE
004500        WHEN LS-OPERATOR = SPACES
004600             MOVE 'N' TO LS-STATUS
004700             MOVE 'OPERATOR OBLIGATOIRE' TO LS-MESSAGE
004800        WHEN LS-NEED-APPR NOT = 'Y'
004900             CONTINUE
005000        WHEN LS-APPROVER = SPACES
005100             MOVE 'N' TO LS-STATUS
005200             MOVE 'APPROVER OBLIGATOIRE' TO LS-MESSAGE
005300        WHEN LS-APPROVER = LS-OPERATOR
005400             MOVE 'N' TO LS-STATUS
005500             MOVE 'APPROVER IDENTIQUE A OPERATOR' TO LS-MESSAGE
005600        WHEN OTHER
005700             PERFORM CHECK-APPROVER-AUTHORITY
005800     END-EVALUATE
005900     GOBACK.
006000
006100******************************************************
006200*** THE APPROVER NEEDS AN OPERATOR_AUTHORITY ROW    ***
006300*** FOR THIS ACTION; NONE MEANS NOT AUTHORISED.     ***
006400******************************************************
006500 CHECK-APPROVER-AUTHORITY.
006600     MOVE LS-APPROVER TO OPAUTH-OPERATOR
006700     MOVE LS-ACTION   TO OPAUTH-ACTION
006800     EXEC SQL
006900        SELECT GRANTED
007000             INTO :OPAUTH-GRANTED
007100        FROM API5.OPERATOR_AUTHORITY
007200        WHERE OPERATOR = :OPAUTH-OPERATOR
007300        AND   ACTION   = :OPAUTH-ACTION
007400     END-EXEC
007500     EVALUATE TRUE
007600        WHEN SQLCODE = ZERO
007700             CONTINUE
007800        WHEN SQLCODE = +100
007900             MOVE 'N' TO LS-STATUS
008000             STRING 'APPROVER NON HABILITE POUR ' LS-ACTION
008100                    DELIMITED BY SIZE INTO LS-MESSAGE
008200             END-STRING
008300        WHEN OTHER
008400             DISPLAY 'OPERCHK : ANOMALIE OPERATOR_AUTHORITY : '
008500                     SQLCODE
008600             MOVE 'N' TO LS-STATUS
008700             MOVE 'AUTORISATION NON VERIFIABLE' TO LS-MESSAGE
008800     END-EVALUATE
008900     .
