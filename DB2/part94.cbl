000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART94.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CUSTOMER MASTER CHANGE REPORT.  *
000600*              LISTS API5.CUSTOMER_CHANGES ON FICCHG FOR THE     *
000700*              DATE RANGE CHGFROM TO CHGTO (ENV VARS YYYY-MM-DD, *
000800*              DEFAULT THE CURRENT MONTH TO DATE), OPTIONALLY    *
000900*              FOR ONE CUSTOMER (CHGCUST), IN DATE AND TIME      *
001000*              ORDER : FIELD, OLD VALUE, NEW VALUE AND THE       *
001100*              PROGRAM THAT MADE THE CHANGE - THE AUDIT ANSWER   *
001200*              TO WHO CHANGED AN ADDRESS BEFORE A REFUND WENT    *
001300*              OUT.                                              *
001320* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001340*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001360*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001380*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001382* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001384*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001386*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001388*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001390*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001392*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 SPECIAL-NAMES.
001800     DECIMAL-POINT IS COMMA.
001900
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OUTCHG ASSIGN TO FICCHG.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD OUTCHG.
002700 01 ENR-OUTCHG PIC X(80).
002800
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL
003100        INCLUDE SQLCA
003200     END-EXEC.
003300     EXEC SQL
003400        INCLUDE CUSTCHG
003500     END-EXEC.
003600
003700******************************************************
003800*** EVERY MASTER CHANGE IN THE RANGE - ONE CUSTOMER ***
003900*** ONLY WHEN CHGCUST IS GIVEN.                     ***
004000******************************************************
004100     EXEC SQL
004200        DECLARE CCHG CURSOR
004300        FOR
004400        SELECT C_NO, CHG_DATE, CHG_TIME, FIELD_NAME,
004500               OLD_VALUE, NEW_VALUE, PROG_ID
004600        FROM API5.CUSTOMER_CHANGES
004700        WHERE CHG_DATE >= :WS-FROM-DATE
004800        AND   CHG_DATE <= :WS-TO-DATE
004900        AND   (C_NO = :WS-ONE-CUST OR :WS-ONE-CUST = 0)
005000        ORDER BY CHG_DATE, CHG_TIME, C_NO
005100     END-EXEC.
005200
005300 77 WS-FROM-PARM      PIC X(10).
005400 77 WS-TO-PARM        PIC X(10).
005500 77 WS-CUST-PARM      PIC X(4).
005600 77 WS-FROM-DATE      PIC X(10).
005700 77 WS-TO-DATE        PIC X(10).
005800 77 WS-ONE-CUST       PIC 9(4) VALUE ZERO.
005900 77 WS-TODAY-RAW      PIC X(08).
005950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005958 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
005966 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART94'.
005974 77 WS-PGET-NAME      PIC X(12).
005982 77 WS-PGET-VALUE     PIC X(40).
005990 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006000 77 WS-TODAY-DASHED   PIC X(10).
006100 77 WS-LIST-DONE      PIC X VALUE 'N'.
006200    88 LIST-DONE        VALUE 'O'.
006300    88 LIST-NOT-DONE    VALUE 'N'.
006400 77 WS-CNT-CHANGES    PIC 9(7) VALUE ZERO.
006500
006600 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
006700 01 L-TITLE-LINE.
006800    05 FILLER         PIC X(24) VALUE 'CUSTOMER MASTER CHANGES '.
006900    05 TITLE-FROM-ED  PIC X(10).
007000    05 FILLER         PIC X(4)  VALUE ' TO '.
007100    05 TITLE-TO-ED    PIC X(10).
007200    05 FILLER         PIC X(11) VALUE '  CUSTOMER '.
007300    05 TITLE-CUST-ED  PIC X(4).
007400    05 FILLER         PIC X(17) VALUE SPACE.
007500 01 L-COLUMN-HEAD.
007600    05 FILLER         PIC X(11) VALUE 'DATE'.
007700    05 FILLER         PIC X(9)  VALUE 'TIME'.
007800    05 FILLER         PIC X(6)  VALUE 'CUST'.
007900    05 FILLER         PIC X(14) VALUE 'FIELD'.
008000    05 FILLER         PIC X(40) VALUE 'PROGRAM'.
008100 01 L-DETAIL-LINE.
008200    05 DET-DATE-ED    PIC X(10).
008300    05 FILLER         PIC X(1)  VALUE SPACE.
008400    05 DET-HH-ED      PIC X(2).
008500    05 FILLER         PIC X(1)  VALUE ':'.
008600    05 DET-MM-ED      PIC X(2).
008700    05 FILLER         PIC X(1)  VALUE ':'.
008800    05 DET-SS-ED      PIC X(2).
008900    05 FILLER         PIC X(1)  VALUE SPACE.
009000    05 DET-CNO-ED     PIC 9(4).
009100    05 FILLER         PIC X(2)  VALUE SPACE.
009200    05 DET-FIELD-ED   PIC X(12).
009300    05 FILLER         PIC X(2)  VALUE SPACE.
009400    05 DET-PROG-ED    PIC X(8).
009500    05 FILLER         PIC X(32) VALUE SPACE.
009600 01 L-OLD-LINE.
009700    05 FILLER         PIC X(20) VALUE '          ANCIEN  : '.
009800    05 OLD-VALUE-ED   PIC X(40).
009900    05 FILLER         PIC X(20) VALUE SPACE.
010000 01 L-NEW-LINE.
010100    05 FILLER         PIC X(20) VALUE '          NOUVEAU : '.
010200    05 NEW-VALUE-ED   PIC X(40).
010300    05 FILLER         PIC X(20) VALUE SPACE.
010400
010500 PROCEDURE DIVISION.
010600     PERFORM INITIALIZE-PARAMETERS
010700
010800     OPEN OUTPUT OUTCHG
010900     MOVE WS-FROM-DATE TO TITLE-FROM-ED
011000     MOVE WS-TO-DATE   TO TITLE-TO-ED
011100     IF WS-ONE-CUST = ZERO
011200        MOVE 'ALL' TO TITLE-CUST-ED
011300     ELSE
011400        MOVE WS-ONE-CUST TO TITLE-CUST-ED
011500     END-IF
011600     WRITE ENR-OUTCHG FROM L-TITLE-LINE
011700     WRITE ENR-OUTCHG FROM L-HEADER-BLANK
011800     WRITE ENR-OUTCHG FROM L-COLUMN-HEAD
011900
012000     SET LIST-NOT-DONE TO TRUE
012100     EXEC SQL
012200        OPEN CCHG
012300     END-EXEC
012400     PERFORM TEST-SQLCODE
012500     PERFORM PRINT-ONE-CHANGE UNTIL LIST-DONE
012600     EXEC SQL
012700        CLOSE CCHG
012800     END-EXEC
012900     PERFORM TEST-SQLCODE
013000     CLOSE OUTCHG
013100
013200     DISPLAY 'PART94 : CHANGES LISTED : ' WS-CNT-CHANGES
013300     GOBACK.
013400
013500******************************************************
013600*** CHGFROM/CHGTO UNSET = FROM THE FIRST OF THIS    ***
013700*** MONTH TO TODAY. CHGCUST UNSET = ALL CUSTOMERS.  ***
013800******************************************************
013900 INITIALIZE-PARAMETERS.
014000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
014050     CALL RUNDATE USING WS-TODAY-RAW
014100     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
014200            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
014300            INTO WS-TODAY-DASHED
014400     END-STRING
014500
014600     MOVE SPACES TO WS-FROM-PARM
014700     MOVE 'CHGFROM' TO WS-PGET-NAME
014733     PERFORM GET-RUN-PARM
014766     MOVE WS-PGET-VALUE TO WS-FROM-PARM
014800     IF WS-FROM-PARM NOT = SPACES
014900        MOVE WS-FROM-PARM TO WS-FROM-DATE
015000     ELSE
015100        MOVE WS-TODAY-DASHED TO WS-FROM-DATE
015200        MOVE '01' TO WS-FROM-DATE(9:2)
015300     END-IF
015400
015500     MOVE SPACES TO WS-TO-PARM
015600     MOVE 'CHGTO' TO WS-PGET-NAME
015633     PERFORM GET-RUN-PARM
015666     MOVE WS-PGET-VALUE TO WS-TO-PARM
015700     IF WS-TO-PARM NOT = SPACES
015800        MOVE WS-TO-PARM TO WS-TO-DATE
015900     ELSE
016000        MOVE WS-TODAY-DASHED TO WS-TO-DATE
016100     END-IF
016200
016300     MOVE SPACES TO WS-CUST-PARM
016400     MOVE 'CHGCUST' TO WS-PGET-NAME
016433     PERFORM GET-RUN-PARM
016466     MOVE WS-PGET-VALUE TO WS-CUST-PARM
016500     IF WS-CUST-PARM NOT = SPACES
016600        AND WS-CUST-PARM IS NUMERIC
016700        MOVE WS-CUST-PARM TO WS-ONE-CUST
016800     END-IF
016900     .
017000
017100 PRINT-ONE-CHANGE.
017200     EXEC SQL
017300        FETCH CCHG
017400        INTO :CHG-C-NO, :CHG-DATE, :CHG-TIME, :CHG-FIELD,
017500             :CHG-OLD-VALUE, :CHG-NEW-VALUE, :CHG-PROGID
017600     END-EXEC
017700     EVALUATE TRUE
017800        WHEN SQLCODE = +100
017900             SET LIST-DONE TO TRUE
018000        WHEN SQLCODE = ZERO
018100             ADD 1 TO WS-CNT-CHANGES
018200             MOVE CHG-DATE      TO DET-DATE-ED
018300             MOVE CHG-TIME(1:2) TO DET-HH-ED
018400             MOVE CHG-TIME(3:2) TO DET-MM-ED
018500             MOVE CHG-TIME(5:2) TO DET-SS-ED
018600             MOVE CHG-C-NO      TO DET-CNO-ED
018700             MOVE CHG-FIELD     TO DET-FIELD-ED
018800             MOVE CHG-PROGID    TO DET-PROG-ED
018900             WRITE ENR-OUTCHG FROM L-DETAIL-LINE
019000             MOVE CHG-OLD-VALUE TO OLD-VALUE-ED
019100             WRITE ENR-OUTCHG FROM L-OLD-LINE
019200             MOVE CHG-NEW-VALUE TO NEW-VALUE-ED
019300             WRITE ENR-OUTCHG FROM L-NEW-LINE
019400        WHEN OTHER
019500             PERFORM TEST-SQLCODE
019600     END-EVALUATE
019700     .
019800
019900 TEST-SQLCODE.
020000     EVALUATE TRUE
020100          WHEN SQLCODE IS EQUAL TO ZERO
020200                CONTINUE
020300          WHEN SQLCODE IS GREATER ZERO
020400             IF SQLCODE = 100
020500               CONTINUE
020600             ELSE
020700               DISPLAY 'WARNING : ' SQLCODE
020800             END-IF
020900          WHEN SQLCODE IS LESS THAN ZERO
021000                DISPLAY 'ANOMALIE : ' SQLCODE
021100                PERFORM ABEND-PROG
021200     END-EVALUATE.
021300
021400 ABEND-PROG.
021500     DISPLAY 'PART94 ABENDING - SEE SQLCODE ABOVE'
021600     MOVE 16 TO RETURN-CODE
021700     STOP RUN.
021800
021900******************************************************
022000*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
022100*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
022200*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
022300******************************************************
022400 GET-RUN-PARM.
022500     MOVE RETURN-CODE TO WS-PGET-RETCODE
022600     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
022700                        WS-PGET-VALUE
022800*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
022900     MOVE WS-PGET-RETCODE TO RETURN-CODE
023000     .
