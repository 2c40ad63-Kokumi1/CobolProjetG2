000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTXT.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DOCUMENT TEXT LOOKUP IN THE     *
000600*              STYLE OF RUNLOGW. THE CALLER PASSES ITS DOCUMENT  *
000700*              ID, THE CUSTOMER LANGUAGE AND ITS TABLE OF TEXTS  *
000800*              ALREADY HOLDING THE HOUSE WORDING; EVERY          *
000900*              API5.DOC_TEXTS ROW FOR THAT DOCUMENT AND LANGUAGE *
001000*              REPLACES THE TEXT OF THE SAME NUMBER. LS-FOUND    *
001100*              RETURNS HOW MANY TEXTS WERE REPLACED. A LOOKUP    *
001200*              FAILURE NEVER STOPS THE CALLER - IT IS DISPLAYED  *
001300*              AND THE HOUSE WORDING STANDS.                     *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SPECIAL-NAMES.
001800     DECIMAL-POINT IS COMMA.
001900
002000 DATA DIVISION.
002100 WORKING-STORAGE SECTION.
002200     EXEC SQL
002300        INCLUDE SQLCA
002400     END-EXEC.
002500     EXEC SQL
002600        INCLUDE DOCTEXT
002700     END-EXEC.
002800
002900     EXEC SQL
003000        DECLARE CDOCT CURSOR
003100        FOR
003200        SELECT TEXT_NO, TEXT
003300        FROM API5.DOC_TEXTS
003400        WHERE DOC_ID    = :DOCT-DOC-ID
003500        AND   LANG_CODE = :DOCT-LANG
003600        ORDER BY TEXT_NO
003700     END-EXEC.
003800
003900 77 WS-DOCT-DONE     PIC X VALUE 'N'.
004000    88 DOCT-DONE       VALUE 'O'.
004100    88 DOCT-NOT-DONE   VALUE 'N'.
004200
004300 LINKAGE SECTION.
004400 77 LS-DOC-ID     PIC X(8).
004500 77 LS-LANG       PIC X(2).
004600 77 LS-COUNT      PIC 9(3).
004700 01 LS-TEXT-TAB.
004800    05 LS-TEXT    PIC X(60) OCCURS 99.
004900 77 LS-FOUND      PIC 9(3).
005000
005100 PROCEDURE DIVISION USING LS-DOC-ID LS-LANG LS-COUNT
005200                          LS-TEXT-TAB LS-FOUND.
005300     MOVE ZERO      TO LS-FOUND
005400     MOVE LS-DOC-ID TO DOCT-DOC-ID
005500     MOVE LS-LANG   TO DOCT-LANG
005600
005700     EXEC SQL
005800        OPEN CDOCT
005900     END-EXEC
006000     IF SQLCODE NOT = ZERO
006100        DISPLAY 'DOCTXT : WARNING TEXTES ' LS-DOC-ID ' '
006200                LS-LANG ' : ' SQLCODE
006300        GOBACK
006400     END-IF
006500
006600     SET DOCT-NOT-DONE TO TRUE
006700     PERFORM FETCH-ONE-TEXT UNTIL DOCT-DONE
006800
006900     EXEC SQL
007000        CLOSE CDOCT
007100     END-EXEC
007200     GOBACK.
007300
007400******************************************************
007500*** A ROW NUMBERED OUTSIDE THE CALLER'S TABLE IS    ***
007600*** IGNORED - THE TABLE IS THE CALLER'S TO SIZE.    ***
007700******************************************************
007800 FETCH-ONE-TEXT.
007900     EXEC SQL
008000        FETCH CDOCT
008100        INTO :DOCT-TEXT-NO, :DOCT-TEXT
008200     END-EXEC
008300
008400     EVALUATE TRUE
008500        WHEN SQLCODE = ZERO
008600             IF DOCT-TEXT-NO > ZERO AND DOCT-TEXT-NO <= LS-COUNT
008700                MOVE DOCT-TEXT TO LS-TEXT(DOCT-TEXT-NO)
008800                ADD 1 TO LS-FOUND
008900             END-IF
009000        WHEN SQLCODE = +100
009100             SET DOCT-DONE TO TRUE
009200        WHEN OTHER
009300             DISPLAY 'DOCTXT : WARNING TEXTES ' LS-DOC-ID ' '
009400                     LS-LANG ' : ' SQLCODE
009500             SET DOCT-DONE TO TRUE
009600     END-EVALUATE
009700     .
