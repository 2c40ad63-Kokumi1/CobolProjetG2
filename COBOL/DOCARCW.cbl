000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCARCW.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DOCUMENT ARCHIVE WRITER IN THE  *
000600*              STYLE OF RUNLOGW. THE PRINTING PROGRAM CALLS IT   *
000700*              WITH EVERY LINE IT WRITES TO A CUSTOMER DOCUMENT  *
000800*              AND THE DOCUMENT'S KEY (TYPE, NUMBER, CUSTOMER,   *
000900*              DATE); EACH LINE BECOMES ONE API5.DOC_ARCHIVE ROW *
001000*              NUMBERED IN PRINT ORDER. THE FIRST LINE OF A NEW  *
001100*              KEY STARTS A NEW DOCUMENT - IF THAT DOCUMENT IS   *
001200*              ALREADY ARCHIVED ITS LINES ARE LEFT ALONE, SO THE *
001300*              ARCHIVE ALWAYS HOLDS THE FIRST PRINT. THE ROWS    *
001400*              ARE COMMITTED WITH THE CALLER'S WORK. AN ARCHIVE  *
001500*              FAILURE NEVER STOPS THE CALLER - IT IS DISPLAYED  *
001600*              AND SWALLOWED.                                    *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
002100     DECIMAL-POINT IS COMMA.
002200
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500     EXEC SQL
002600        INCLUDE SQLCA
002700     END-EXEC.
002800     EXEC SQL
002900        INCLUDE DOCARCH
003000     END-EXEC.
003100
003200 77 WS-ARC-COUNT      PIC S9(9) COMP VALUE ZERO.
003300 77 WS-ARC-SKIP       PIC X VALUE 'N'.
003400    88 ARC-SKIP         VALUE 'O'.
003500    88 ARC-WRITE        VALUE 'N'.
003600 01 WS-LAST-KEY.
003700    05 WS-LAST-TYPE   PIC X(3)  VALUE SPACE.
003800    05 WS-LAST-NO     PIC X(12) VALUE SPACE.
003900    05 WS-LAST-C-NO   PIC 9(4)  VALUE ZERO.
004000
004100 LINKAGE SECTION.
004200 77 LS-PROGID      PIC X(8).
004300 77 LS-DOC-TYPE    PIC X(3).
004400 77 LS-DOC-NO      PIC X(12).
004500 77 LS-C-NO        PIC 9(4).
004600 77 LS-DOC-DATE    PIC X(10).
004700 77 LS-LINE        PIC X(80).
004800
004900 PROCEDURE DIVISION USING LS-PROGID LS-DOC-TYPE LS-DOC-NO
005000                          LS-C-NO LS-DOC-DATE LS-LINE.
005100     IF LS-DOC-TYPE NOT = WS-LAST-TYPE
005200        OR LS-DOC-NO NOT = WS-LAST-NO
005300        OR LS-C-NO NOT = WS-LAST-C-NO
005400        PERFORM START-NEW-DOCUMENT
005500     END-IF
005600
005700     IF ARC-SKIP
005800        GOBACK
005900     END-IF
006000
006100     ADD 1 TO DARC-LINE-NO
006200     MOVE LS-LINE TO DARC-LINE-TEXT
006300     EXEC SQL
006400         INSERT INTO API5.DOC_ARCHIVE
006500         (DOC_TYPE, DOC_NO, C_NO, LINE_NO, DOC_DATE,
006600          PROGID, LINE_TEXT)
006700         VALUES(:DARC-DOC-TYPE,
006800                :DARC-DOC-NO,
006900                :DARC-C-NO,
007000                :DARC-LINE-NO,
007100                :DARC-DOC-DATE,
007200                :DARC-PROGID,
007300                :DARC-LINE-TEXT)
007400     END-EXEC
007500
007600     IF SQLCODE NOT = ZERO
007700        DISPLAY 'DOCARCW : WARNING ARCHIVE ' DARC-DOC-TYPE ' '
007800                DARC-DOC-NO ' : ' SQLCODE
007900        SET ARC-SKIP TO TRUE
008000     END-IF
008100     GOBACK.
008200
008300******************************************************
008400*** A DOCUMENT ALREADY IN THE ARCHIVE IS A REPRINT  ***
008500*** OR A RERUN - THE FIRST PRINT STANDS.            ***
008600******************************************************
008700 START-NEW-DOCUMENT.
008800     MOVE LS-DOC-TYPE TO WS-LAST-TYPE DARC-DOC-TYPE
008900     MOVE LS-DOC-NO   TO WS-LAST-NO   DARC-DOC-NO
009000     MOVE LS-C-NO     TO WS-LAST-C-NO DARC-C-NO
009100     MOVE LS-DOC-DATE TO DARC-DOC-DATE
009200     MOVE LS-PROGID   TO DARC-PROGID
009300     MOVE ZERO        TO DARC-LINE-NO
009400     SET ARC-WRITE TO TRUE
009500
009600     EXEC SQL
009700         SELECT COUNT(*) INTO :WS-ARC-COUNT
009800         FROM API5.DOC_ARCHIVE
009900         WHERE DOC_TYPE = :DARC-DOC-TYPE
010000         AND   DOC_NO   = :DARC-DOC-NO
010100         AND   C_NO     = :DARC-C-NO
010200     END-EXEC
010300
010400     EVALUATE TRUE
010500        WHEN SQLCODE NOT = ZERO
010600             DISPLAY 'DOCARCW : WARNING ARCHIVE ' DARC-DOC-TYPE
010700                     ' ' DARC-DOC-NO ' : ' SQLCODE
010800             SET ARC-SKIP TO TRUE
010900        WHEN WS-ARC-COUNT > ZERO
011000             SET ARC-SKIP TO TRUE
011100     END-EVALUATE
011200     .
