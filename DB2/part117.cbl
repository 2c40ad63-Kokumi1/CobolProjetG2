000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART117.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CUSTOMER DOCUMENT REPRINT FROM  *
000600*              THE DOCUMENT ARCHIVE (API5.DOC_ARCHIVE). DOCTYPE  *
000700*              (INV, STM, STG, DUN, CRN) AND DOCNO NAME THE      *
000800*              DOCUMENT AS DOCARCW FILED IT; CUSTNO NARROWS IT   *
000900*              TO ONE CUSTOMER AND IS NEEDED FOR A SINGLE        *
001000*              STATEMENT OR LETTER - UNSET REPRINTS EVERY        *
001100*              CUSTOMER'S COPY OF THAT NUMBER. EACH DOCUMENT IS  *
001200*              WRITTEN TO FICDUPL LINE FOR LINE AS IT WAS FIRST  *
001300*              PRINTED, UNDER A DUPLICATA LINE GIVING THE        *
001400*              ORIGINAL PRINT DATE. NOTHING ARCHIVED UNDER THE   *
001500*              KEY ENDS WITH RC 8.                               *
001514* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001528*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001542*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001556*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001570*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001584*              FOR THE PART131 REPORT.                           *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SPECIAL-NAMES.
002000     DECIMAL-POINT IS COMMA.
002100
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OUTDUPL ASSIGN TO FICDUPL.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD OUTDUPL.
002900 01 ENR-OUTDUPL PIC X(80).
003000
003100 WORKING-STORAGE SECTION.
003200     EXEC SQL
003300        INCLUDE SQLCA
003400     END-EXEC.
003500     EXEC SQL
003600        INCLUDE DOCARCH
003700     END-EXEC.
003800
003900******************************************************
004000*** THE ARCHIVED LINES OF THE DOCUMENT, ONE         ***
004100*** CUSTOMER'S COPY AFTER ANOTHER, IN PRINT ORDER.  ***
004200******************************************************
004300     EXEC SQL
004400        DECLARE CDOCA CURSOR
004500        FOR
004600        SELECT C_NO, LINE_NO, DOC_DATE, LINE_TEXT
004700        FROM API5.DOC_ARCHIVE
004800        WHERE DOC_TYPE = :DARC-DOC-TYPE
004900        AND   DOC_NO   = :DARC-DOC-NO
005000        AND  (C_NO     = :WS-CUSTNO OR :WS-CUSTNO = 0)
005100        ORDER BY C_NO, LINE_NO
005200     END-EXEC.
005300
005400 77 WS-DOCTYPE-PARM   PIC X(3).
005500 77 WS-DOCNO-PARM     PIC X(12).
005600 77 WS-CUSTNO-PARM    PIC X(4).
005700 77 WS-CUSTNO         PIC 9(4) VALUE ZERO.
005800 77 WS-PREV-C-NO      PIC 9(4) VALUE ZERO.
005900 77 WS-CNT-DOCS       PIC 9(5) VALUE ZERO.
006000 77 WS-CNT-LINES      PIC 9(7) VALUE ZERO.
006100 77 WS-DOCA-DONE      PIC X VALUE 'N'.
006200    88 DOCA-DONE        VALUE 'O'.
006300    88 DOCA-NOT-DONE    VALUE 'N'.
006400 77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
006500 77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART117'.
006600 77 WS-RLOG-EVENT      PIC X(1).
006700 77 WS-RLOG-READ       PIC 9(7) VALUE ZERO.
006800 77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
006900 77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
007000 77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
007016 77 PARMGET            PIC X(8) VALUE 'PARMGET'.
007032 77 WS-PGET-PROGID     PIC X(8) VALUE 'PART117'.
007048 77 WS-PGET-NAME       PIC X(12).
007064 77 WS-PGET-VALUE      PIC X(40).
007080 77 WS-PGET-RETCODE    PIC S9(4) COMP.
007100
007200 01 L-DUPLICATA-LINE.
007300    05 FILLER         PIC X(12) VALUE '*DUPLICATA* '.
007400    05 DUP-TYPE-ED    PIC X(3).
007500    05 FILLER         PIC X(1)  VALUE SPACE.
007600    05 DUP-NO-ED      PIC X(12).
007700    05 FILLER         PIC X(8)  VALUE ' CLIENT '.
007800    05 DUP-CNO-ED     PIC 9(4).
007900    05 FILLER         PIC X(14) VALUE ' IMPRIME LE : '.
008000    05 DUP-DATE-ED    PIC X(10).
008100    05 FILLER         PIC X(16) VALUE SPACE.
008200
008300 PROCEDURE DIVISION.
008400     MOVE 'S' TO WS-RLOG-EVENT
008500     PERFORM WRITE-RUN-LOG
008600     PERFORM INITIALIZE-PARAMETERS
008700     IF WS-DOCTYPE-PARM = SPACES OR WS-DOCNO-PARM = SPACES
008800        DISPLAY 'PART117 : DOCTYPE ET DOCNO OBLIGATOIRES'
008900        MOVE 8 TO RETURN-CODE
009000        MOVE 'E' TO WS-RLOG-EVENT
009100        MOVE RETURN-CODE TO WS-RLOG-RETCODE
009200        PERFORM WRITE-RUN-LOG
009300        GOBACK
009400     END-IF
009500
009600     OPEN OUTPUT OUTDUPL
009700     EXEC SQL
009800        OPEN CDOCA
009900     END-EXEC
010000     PERFORM TEST-SQLCODE
010100     SET DOCA-NOT-DONE TO TRUE
010200     PERFORM REPRINT-ONE-LINE UNTIL DOCA-DONE
010300     EXEC SQL
010400        CLOSE CDOCA
010500     END-EXEC
010600     PERFORM TEST-SQLCODE
010700     CLOSE OUTDUPL
010800
010900     IF WS-CNT-DOCS = ZERO
011000        DISPLAY 'PART117 : DOCUMENT ' WS-DOCTYPE-PARM ' '
011100                WS-DOCNO-PARM ' ABSENT DE L''ARCHIVE'
011200        MOVE 8 TO RETURN-CODE
011300     END-IF
011400
011500     DISPLAY '===================================='
011600     DISPLAY 'PART117 DOCUMENT REPRINT'
011700     DISPLAY 'DOCUMENT         : ' WS-DOCTYPE-PARM ' '
011800             WS-DOCNO-PARM
011900     DISPLAY 'COPIES PRINTED   : ' WS-CNT-DOCS
012000     DISPLAY 'LINES PRINTED    : ' WS-CNT-LINES
012100     DISPLAY '===================================='
012200     MOVE 'E' TO WS-RLOG-EVENT
012300     MOVE WS-CNT-LINES TO WS-RLOG-READ
012400     MOVE WS-CNT-DOCS TO WS-RLOG-LOADED
012500     MOVE RETURN-CODE TO WS-RLOG-RETCODE
012600     PERFORM WRITE-RUN-LOG
012700     GOBACK.
012800
012900******************************************************
013000*** DOCTYPE/DOCNO ARE THE ARCHIVE KEY AS DOCARCW    ***
013100*** FILED IT - THE INVOICE NUMBER SIX DIGITS, THE   ***
013200*** STATEMENT MONTH YYYY-MM, THE LETTER DATE        ***
013300*** YYYY-MM-DD. CUSTNO UNSET MEANS EVERY CUSTOMER.  ***
013400******************************************************
013500 INITIALIZE-PARAMETERS.
013600     MOVE SPACES TO WS-DOCTYPE-PARM WS-DOCNO-PARM WS-CUSTNO-PARM
013700     MOVE 'DOCTYPE' TO WS-PGET-NAME
013733     PERFORM GET-RUN-PARM
013766     MOVE WS-PGET-VALUE TO WS-DOCTYPE-PARM
013800     MOVE 'DOCNO' TO WS-PGET-NAME
013833     PERFORM GET-RUN-PARM
013866     MOVE WS-PGET-VALUE TO WS-DOCNO-PARM
013900     MOVE 'CUSTNO' TO WS-PGET-NAME
013933     PERFORM GET-RUN-PARM
013966     MOVE WS-PGET-VALUE TO WS-CUSTNO-PARM
014000     IF WS-CUSTNO-PARM NOT = SPACES
014100        MOVE WS-CUSTNO-PARM TO WS-CUSTNO
014200     END-IF
014300     MOVE WS-DOCTYPE-PARM TO DARC-DOC-TYPE
014400     MOVE WS-DOCNO-PARM TO DARC-DOC-NO
014500     .
014600
014700******************************************************
014800*** EACH CUSTOMER'S COPY OPENS ON A DUPLICATA LINE  ***
014900*** AND THEN RUNS LINE FOR LINE AS FIRST PRINTED.   ***
015000******************************************************
015100 REPRINT-ONE-LINE.
015200     EXEC SQL
015300        FETCH CDOCA
015400        INTO :DARC-C-NO, :DARC-LINE-NO, :DARC-DOC-DATE,
015500             :DARC-LINE-TEXT
015600     END-EXEC
015700     EVALUATE TRUE
015800        WHEN SQLCODE = +100
015900             SET DOCA-DONE TO TRUE
016000        WHEN SQLCODE = ZERO
016100             IF WS-CNT-DOCS = ZERO OR DARC-C-NO NOT = WS-PREV-C-NO
016200                PERFORM WRITE-DUPLICATA-LINE
016300             END-IF
016400             WRITE ENR-OUTDUPL FROM DARC-LINE-TEXT
016500             ADD 1 TO WS-CNT-LINES
016600        WHEN OTHER
016700             PERFORM TEST-SQLCODE
016800     END-EVALUATE
016900     .
017000
017100 WRITE-DUPLICATA-LINE.
017200     ADD 1 TO WS-CNT-DOCS
017300     MOVE DARC-C-NO     TO WS-PREV-C-NO
017400     MOVE DARC-DOC-TYPE TO DUP-TYPE-ED
017500     MOVE DARC-DOC-NO   TO DUP-NO-ED
017600     MOVE DARC-C-NO     TO DUP-CNO-ED
017700     MOVE DARC-DOC-DATE TO DUP-DATE-ED
017800     WRITE ENR-OUTDUPL FROM L-DUPLICATA-LINE
017900     .
018000
018100 WRITE-RUN-LOG.
018200     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
018300                        WS-RLOG-READ WS-RLOG-LOADED
018400                        WS-RLOG-REJECTED WS-RLOG-RETCODE
018500*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
018600*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
018700     MOVE WS-RLOG-RETCODE TO RETURN-CODE
018800     .
018900
019000 TEST-SQLCODE.
019100     EVALUATE TRUE
019200          WHEN SQLCODE IS EQUAL TO ZERO
019300                CONTINUE
019400          WHEN SQLCODE IS GREATER ZERO
019500             IF SQLCODE = 100
019600               CONTINUE
019700             ELSE
019800               DISPLAY 'WARNING : ' SQLCODE
019900             END-IF
020000          WHEN SQLCODE IS LESS THAN ZERO
020100                DISPLAY 'ANOMALIE : ' SQLCODE
020200                PERFORM ABEND-PROG
020300     END-EVALUATE.
020400
020500 ABEND-PROG.
020600     DISPLAY 'PART117 ABENDING - SEE SQLCODE ABOVE'
020700     MOVE 16 TO RETURN-CODE
020800     STOP RUN.
020900
021000******************************************************
021100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
021200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
021300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
021400******************************************************
021500 GET-RUN-PARM.
021600     MOVE RETURN-CODE TO WS-PGET-RETCODE
021700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
021800                        WS-PGET-VALUE
021900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
022000     MOVE WS-PGET-RETCODE TO RETURN-CODE
022100     .
