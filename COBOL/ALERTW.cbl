000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALERTW.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - BUSINESS ALERT WRITER IN THE    *
000600*              STYLE OF RUNLOGW. THE CALLER PASSES ITS PROGID,   *
000700*              THE EVENT TYPE, SEVERITY, KEY AND MESSAGE; THE    *
000800*              RECIPIENT GROUP COMES FROM API5.ALERT_ROUTING AND *
000900*              THE ALERT IS APPENDED TO ALERTOUT FOR THE         *
001000*              MAIL/SMS GATEWAY. A SECOND ALERT FOR THE SAME     *
001100*              EVENT TYPE AND KEY ON THE SAME DAY IS SUPPRESSED  *
001200*              (API5.ALERT_LOG). LS-STATUS SAYS 'S' SENT, 'D'    *
001300*              SUPPRESSED OR 'E' NOT SENT; AN ALERT FAILURE      *
001400*              NEVER STOPS THE CALLER - IT IS DISPLAYED AND      *
001500*              SWALLOWED.                                        *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SPECIAL-NAMES.
002000     DECIMAL-POINT IS COMMA.
002100
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT ALERTOUT ASSIGN TO ALERTOUT
002500      ORGANIZATION IS SEQUENTIAL
002600      FILE STATUS IS WS-ALERTOUT-STATUS.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD ALERTOUT.
003100 01 ALERTOUT-RECORD   PIC X(123).
003200
003300 WORKING-STORAGE SECTION.
003400     EXEC SQL
003500        INCLUDE SQLCA
003600     END-EXEC.
003700     EXEC SQL
003800        INCLUDE ALERTREC
003900     END-EXEC.
004000
004100 77 WS-TODAY-RAW       PIC X(8).
004200 77 WS-DUP-COUNT       PIC S9(9) COMP VALUE ZERO.
004300 77 WS-ALERTOUT-STATUS PIC XX VALUE SPACES.
004400
004500 LINKAGE SECTION.
004600 77 LS-PROGID      PIC X(8).
004700 77 LS-TYPE        PIC X(8).
004800 77 LS-SEVERITY    PIC X(1).
004900 77 LS-KEY         PIC X(20).
005000 77 LS-MESSAGE     PIC X(60).
005100 77 LS-STATUS      PIC X(1).
005200    88 LS-SENT           VALUE 'S'.
005300    88 LS-SUPPRESSED     VALUE 'D'.
005400    88 LS-NOT-SENT       VALUE 'E'.
005500
005600 PROCEDURE DIVISION USING LS-PROGID LS-TYPE LS-SEVERITY
005700                          LS-KEY LS-MESSAGE LS-STATUS.
005800     MOVE 'S' TO LS-STATUS
005900     MOVE LS-PROGID   TO ALERT-PROGID
006000     MOVE LS-TYPE     TO ALERT-TYPE
006100     MOVE LS-SEVERITY TO ALERT-SEVERITY
006200     MOVE LS-KEY      TO ALERT-KEY
006300     MOVE LS-MESSAGE  TO ALERT-MESSAGE
006400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
006500     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
006600            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
006700            INTO ALERT-DATE
006800     END-STRING
006900     ACCEPT ALERT-TIME FROM TIME
007000
007100     PERFORM CHECK-DUPLICATE
007200     IF LS-SENT
007300        PERFORM RESOLVE-RECIPIENT
007400        PERFORM LOG-ALERT
007500     END-IF
007600     IF LS-SENT
007700        PERFORM WRITE-ALERT
007800     END-IF
007900     GOBACK.
008000
008100******************************************************
008200*** ONE ALERT PER EVENT TYPE AND KEY PER DAY - THE  ***
008300*** GATEWAY MUST NOT PAGE SOMEONE TWENTY TIMES FOR  ***
008400*** THE SAME HELD ORDER.                            ***
008500******************************************************
008600 CHECK-DUPLICATE.
008700     MOVE ZERO TO WS-DUP-COUNT
008800     EXEC SQL
008900        SELECT COUNT(*)
009000             INTO :WS-DUP-COUNT
009100        FROM API5.ALERT_LOG
009200        WHERE EVENT_TYPE = :ALERT-TYPE
009300        AND   ALERT_KEY  = :ALERT-KEY
009400        AND   ALERT_DATE = :ALERT-DATE
009500     END-EXEC
009600     EVALUATE TRUE
009700        WHEN SQLCODE NOT = ZERO
009800             DISPLAY 'ALERTW : WARNING ALERT LOG : ' SQLCODE
009900        WHEN WS-DUP-COUNT > ZERO
010000             MOVE 'D' TO LS-STATUS
010100        WHEN OTHER
010200             CONTINUE
010300     END-EVALUATE
010400     .
010500
010600******************************************************
010700*** THE EVENT TYPE'S OWN ROUTING ROW, ELSE THE '*'  ***
010800*** DEFAULT ROW, ELSE OPERATIONS.                   ***
010900******************************************************
011000 RESOLVE-RECIPIENT.
011100     MOVE 'OPS' TO ALERT-GROUP
011200     EXEC SQL
011300        SELECT RECIPIENT_GRP
011400             INTO :ALERT-GROUP
011500        FROM API5.ALERT_ROUTING
011600        WHERE EVENT_TYPE IN (:ALERT-TYPE, '*')
011700        ORDER BY CASE WHEN EVENT_TYPE = '*' THEN 1 ELSE 0 END
011800        FETCH FIRST 1 ROW ONLY
011900     END-EXEC
012000     EVALUATE TRUE
012100        WHEN SQLCODE = ZERO
012200             CONTINUE
012300        WHEN SQLCODE = +100
012400             MOVE 'OPS' TO ALERT-GROUP
012500        WHEN OTHER
012600             DISPLAY 'ALERTW : WARNING ALERT ROUTING : ' SQLCODE
012700             MOVE 'OPS' TO ALERT-GROUP
012800     END-EVALUATE
012900     .
013000
013100 LOG-ALERT.
013200     EXEC SQL
013300         INSERT INTO API5.ALERT_LOG
013400         (ALERT_DATE, ALERT_TIME, PROGID, EVENT_TYPE, SEVERITY,
013500          ALERT_KEY, RECIPIENT_GRP, MESSAGE)
013600         VALUES(:ALERT-DATE,
013700                :ALERT-TIME,
013800                :ALERT-PROGID,
013900                :ALERT-TYPE,
014000                :ALERT-SEVERITY,
014100                :ALERT-KEY,
014200                :ALERT-GROUP,
014300                :ALERT-MESSAGE)
014400     END-EXEC
014500     IF SQLCODE NOT = ZERO
014600        DISPLAY 'ALERTW : WARNING ALERT LOG : ' SQLCODE
014700     END-IF
014800     .
014900
015000******************************************************
015100*** APPENDED AND CLOSED AT ONCE SO THE GATEWAY'S    ***
015200*** NEXT PICKUP SEES IT; A FIRST ALERT CREATES THE  ***
015300*** FILE.                                           ***
015400******************************************************
015500 WRITE-ALERT.
015600     OPEN EXTEND ALERTOUT
015700     IF WS-ALERTOUT-STATUS = '35'
015800        OPEN OUTPUT ALERTOUT
015900     END-IF
016000     IF WS-ALERTOUT-STATUS = '00'
016100        WRITE ALERTOUT-RECORD FROM ALERT-REC
016200        CLOSE ALERTOUT
016300     ELSE
016400        DISPLAY 'ALERTW : ALERTOUT NON DISPONIBLE : '
016500                WS-ALERTOUT-STATUS ' - ' ALERT-TYPE ' ' ALERT-KEY
016600        MOVE 'E' TO LS-STATUS
016700     END-IF
016800     .
