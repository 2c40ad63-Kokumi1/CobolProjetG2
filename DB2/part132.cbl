000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART132.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - RUN PARAMETER MAINTENANCE.      *
000600*              READS PARMCHG (PROGID;NAME;EFFDATE;VALUE - PROGID *
000700*              '*' FOR EVERY PROGRAM, EFFDATE EMPTY FOR THE DAY  *
000800*              BEING PROCESSED, VALUE EMPTY TO GO BACK TO THE    *
000900*              PROGRAM'S DEFAULT) AND ADDS THE ROW TO            *
001000*              API5.RUN_PARMS, OR CHANGES THE VALUE OF THE ROW   *
001100*              ALREADY ON FILE FOR THAT PROGRAM, NAME AND DATE.  *
001200*              EVERY CHANGE LEAVES AN API5.RUN_PARM_HIST ROW     *
001300*              (OLD AND NEW VALUE, OPERATOR, APPROVER, DATE AND  *
001400*              TIME). NEEDS AN OPERATOR AND A DIFFERENT APPROVER *
001500*              ALLOWED TO APPROVE RUNPARM (OPERCHK), ELSE        *
001600*              NOTHING CHANGES (RC 8). A DATE BEFORE THE DAY     *
001700*              BEING PROCESSED IS REFUSED, SO THE TABLE NEVER    *
001800*              REWRITES WHAT A PAST NIGHT RAN WITH. REGISTER ON  *
001900*              FICPRC, REJECTS ON REJPRM WITH A REASON.          *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PARMCHG ASSIGN TO PARMCHG
002900      ORGANIZATION IS SEQUENTIAL.
003000     SELECT REJPRM ASSIGN TO REJPRM
003100      ORGANIZATION IS SEQUENTIAL.
003200     SELECT OUTPRC ASSIGN TO FICPRC.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD PARMCHG.
003700 01 PARMCHG-RECORD     PIC X(80).
003800 FD REJPRM.
003900 01 REJPRM-RECORD      PIC X(120).
004000 FD OUTPRC.
004100 01 ENR-OUTPRC         PIC X(80).
004200
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL
004500        INCLUDE SQLCA
004600     END-EXEC.
004700     EXEC SQL
004800        INCLUDE RUNPARM
004900     END-EXEC.
005000
005100 01 DELIMITER-VAR  PIC X VALUE ";".
005200 01 WS-DATA.
005300    05 WS-PROGID-TEXT   PIC X(8).
005400    05 WS-NAME-TEXT     PIC X(12).
005500    05 WS-EFF-TEXT      PIC X(10).
005600    05 WS-VALUE-TEXT    PIC X(40).
005700 01 WS-FLAG-END PIC 9 VALUE ZERO.
005800    88 END-OF-FILE     VALUE 1.
005900
006000 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
006100    88 LIGNE-VALIDE    VALUE 'O'.
006200    88 LIGNE-INVALIDE  VALUE 'N'.
006300 01 WS-ROW-FOUND       PIC X VALUE 'O'.
006400    88 ROW-FOUND       VALUE 'O'.
006500    88 ROW-NOT-FOUND   VALUE 'N'.
006600 01 WS-REJECT-REASON   PIC X(30).
006700 01 WS-REJECT-OUT      PIC X(120).
006800 01 WS-EFF-RAW         PIC X(8).
006900 01 WS-EFF-NUM         REDEFINES WS-EFF-RAW PIC 9(8).
007000 01 WS-TODAY-RAW       PIC X(8).
007100 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
007200 01 WS-TODAY-DASHED    PIC X(10).
007300 01 WS-TIME-RAW        PIC X(8).
007400 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
007500 01 WS-CNT-ADDED       PIC 9(5) VALUE ZERO.
007600 01 WS-CNT-CHANGED     PIC 9(5) VALUE ZERO.
007700 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
007800 01 OPERCHK           PIC X(8) VALUE 'OPERCHK'.
007900 01 WS-OPER-ACTION    PIC X(8) VALUE 'RUNPARM'.
008000 01 WS-OPER-NEED-APPR PIC X(1) VALUE 'Y'.
008100 01 WS-OPERATOR       PIC X(8) VALUE SPACES.
008200 01 WS-APPROVER       PIC X(8) VALUE SPACES.
008300 01 WS-OPER-STATUS    PIC X(1).
008400 01 WS-OPER-MESSAGE   PIC X(40).
008500
008600 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
008700 01 L-TITLE-LINE.
008800    05 FILLER         PIC X(30)
008900       VALUE 'RUN PARAMETER CHANGES APPLIED '.
009000    05 TITLE-DATE-ED  PIC X(10).
009100    05 FILLER         PIC X(40) VALUE SPACE.
009200 01 L-REGISTER-LINE.
009300    05 REG-PROGID-ED  PIC X(8).
009400    05 FILLER         PIC X(1)  VALUE SPACE.
009500    05 REG-NAME-ED    PIC X(12).
009600    05 FILLER         PIC X(1)  VALUE SPACE.
009700    05 REG-EFF-ED     PIC X(10).
009800    05 FILLER         PIC X(1)  VALUE SPACE.
009900    05 REG-ACTION-ED  PIC X(7).
010000    05 FILLER         PIC X(40) VALUE SPACE.
010100 01 L-VALUE-LINE.
010200    05 FILLER         PIC X(4)  VALUE SPACE.
010300    05 VAL-LABEL-ED   PIC X(10).
010400    05 VAL-VALUE-ED   PIC X(40).
010500    05 FILLER         PIC X(26) VALUE SPACE.
010600
010700 PROCEDURE DIVISION.
010800     PERFORM CHECK-OPERATOR-AUTHORITY
010900     IF WS-OPER-STATUS NOT = 'O'
011000        DISPLAY 'PART132 : ' WS-OPER-MESSAGE
011100        MOVE 8 TO RETURN-CODE
011200        GOBACK
011300     END-IF
011400
011500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011600     CALL RUNDATE USING WS-TODAY-RAW
011700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
011800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
011900            INTO WS-TODAY-DASHED
012000     END-STRING
012100     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
012200
012300     OPEN INPUT PARMCHG
012400     OPEN OUTPUT REJPRM
012500     OPEN OUTPUT OUTPRC
012600     WRITE ENR-OUTPRC FROM L-TITLE-LINE
012700     WRITE ENR-OUTPRC FROM L-HEADER-BLANK
012800
012900     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
013000     PERFORM COMMIT-SQL
013100
013200     CLOSE PARMCHG
013300     CLOSE REJPRM
013400     CLOSE OUTPRC
013500
013600     DISPLAY '===================================='
013700     DISPLAY 'PART132 RUN PARAMETER SUMMARY'
013800     DISPLAY 'LINES READ      : ' WS-CNT-READ
013900     DISPLAY 'ROWS ADDED      : ' WS-CNT-ADDED
014000     DISPLAY 'VALUES CHANGED  : ' WS-CNT-CHANGED
014100     DISPLAY 'LINES REJECTED  : ' WS-CNT-REJECTED
014200     DISPLAY '===================================='
014300     GOBACK.
014400
014500 CHECK-OPERATOR-AUTHORITY.
014600     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
014700     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
014800     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
014900                        WS-OPER-NEED-APPR WS-OPER-STATUS
015000                        WS-OPER-MESSAGE
015100     IF WS-OPER-STATUS = 'O'
015200        DISPLAY 'OPERATOR : ' WS-OPERATOR
015300                '  APPROVER : ' WS-APPROVER
015400     END-IF
015500     .
015600
015700 TRAITEMENT-FICHIER.
015800     READ PARMCHG AT END
015900        SET END-OF-FILE TO TRUE
016000     NOT AT END
016100        PERFORM TRAITEMENT-LIGNE
016200     END-READ
016300     .
016400
016500 TRAITEMENT-LIGNE.
016600     ADD 1 TO WS-CNT-READ
016700     MOVE SPACES TO WS-DATA
016800     UNSTRING PARMCHG-RECORD
016900        DELIMITED BY DELIMITER-VAR
017000        INTO WS-PROGID-TEXT
017100             WS-NAME-TEXT
017200             WS-EFF-TEXT
017300             WS-VALUE-TEXT
017400     END-UNSTRING
017500     IF WS-EFF-TEXT = SPACES
017600        MOVE WS-TODAY-DASHED TO WS-EFF-TEXT
017700     END-IF
017800     PERFORM VALIDATE-LIGNE
017900     IF LIGNE-VALIDE
018000        PERFORM APPLY-ONE-PARM
018100     ELSE
018200        PERFORM WRITE-REJECT
018300     END-IF
018400     .
018500
018600******************************************************
018700*** PROGRAM AND NAME ARE REQUIRED; THE DATE MUST BE ***
018800*** A REAL YYYY-MM-DD NOT BEFORE THE DAY BEING      ***
018900*** PROCESSED - A PAST NIGHT KEEPS THE VALUES IT    ***
019000*** RAN WITH.                                       ***
019100******************************************************
019200 VALIDATE-LIGNE.
019300     SET LIGNE-VALIDE TO TRUE
019400     IF WS-PROGID-TEXT = SPACES
019500        MOVE 'PROGRAMME ABSENT' TO WS-REJECT-REASON
019600        SET LIGNE-INVALIDE TO TRUE
019700     END-IF
019800     IF LIGNE-VALIDE
019900        AND WS-NAME-TEXT = SPACES
020000        MOVE 'NOM PARAMETRE ABSENT' TO WS-REJECT-REASON
020100        SET LIGNE-INVALIDE TO TRUE
020200     END-IF
020300     IF LIGNE-VALIDE
020400        MOVE SPACES TO WS-EFF-RAW
020500        STRING WS-EFF-TEXT(1:4) WS-EFF-TEXT(6:2) WS-EFF-TEXT(9:2)
020600               DELIMITED BY SIZE INTO WS-EFF-RAW
020700        END-STRING
020800        IF WS-EFF-TEXT(5:1) NOT = '-'
020900           OR WS-EFF-TEXT(8:1) NOT = '-'
021000           OR WS-EFF-RAW IS NOT NUMERIC
021100           MOVE 'DATE EFFET INVALIDE' TO WS-REJECT-REASON
021200           SET LIGNE-INVALIDE TO TRUE
021300        ELSE
021400           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-NUM) NOT = ZERO
021500              MOVE 'DATE EFFET INVALIDE' TO WS-REJECT-REASON
021600              SET LIGNE-INVALIDE TO TRUE
021700           END-IF
021800        END-IF
021900     END-IF
022000     IF LIGNE-VALIDE
022100        AND WS-EFF-TEXT < WS-TODAY-DASHED
022200        MOVE 'DATE EFFET PASSEE' TO WS-REJECT-REASON
022300        SET LIGNE-INVALIDE TO TRUE
022400     END-IF
022500     .
022600
022700******************************************************
022800*** A ROW ALREADY ON FILE FOR THE PROGRAM, NAME AND ***
022900*** DATE HAS ITS VALUE CHANGED; OTHERWISE A NEW ROW ***
023000*** IS ADDED, AND ITS HISTORY ROW CARRIES AS OLD    ***
023100*** VALUE THE ONE IN FORCE JUST BEFORE THAT DATE.   ***
023200******************************************************
023300 APPLY-ONE-PARM.
023400     MOVE WS-PROGID-TEXT  TO RPRM-PROGID
023500     MOVE WS-NAME-TEXT    TO RPRM-NAME
023600     MOVE WS-EFF-TEXT     TO RPRM-EFF-DATE
023700     MOVE WS-OPERATOR     TO RPRM-OPERATOR
023800     MOVE WS-TODAY-DASHED TO RPRM-CHG-DATE
023900     PERFORM GET-CURRENT-ROW
024000     IF ROW-FOUND
024100        IF RPRM-VALUE = WS-VALUE-TEXT
024200           MOVE 'VALEUR INCHANGEE' TO WS-REJECT-REASON
024300           PERFORM WRITE-REJECT
024400        ELSE
024500           MOVE 'C'           TO PRMH-ACTION
024600           MOVE RPRM-VALUE    TO PRMH-OLD-VALUE
024700           MOVE WS-VALUE-TEXT TO RPRM-VALUE
024800           PERFORM UPDATE-PARM-ROW
024900        END-IF
025000     ELSE
025100        MOVE 'A'           TO PRMH-ACTION
025200        PERFORM GET-PREVIOUS-VALUE
025300        MOVE WS-VALUE-TEXT TO RPRM-VALUE
025400        PERFORM INSERT-PARM-ROW
025500     END-IF
025600     .
025700
025800 GET-CURRENT-ROW.
025900     SET ROW-FOUND TO TRUE
026000     EXEC SQL
026100        SELECT PARM_VALUE
026200             INTO :RPRM-VALUE
026300        FROM API5.RUN_PARMS
026400        WHERE PROGID    = :RPRM-PROGID
026500        AND   PARM_NAME = :RPRM-NAME
026600        AND   EFF_DATE  = :RPRM-EFF-DATE
026700     END-EXEC
026800     EVALUATE TRUE
026900        WHEN SQLCODE = ZERO
027000             CONTINUE
027100        WHEN SQLCODE = +100
027200             SET ROW-NOT-FOUND TO TRUE
027300        WHEN SQLCODE > ZERO
027400             DISPLAY 'WARNING GET RUN PARM : ' SQLCODE
027500        WHEN OTHER
027600             DISPLAY 'ANOMALIE GRAVE GET RUN PARM : ' SQLCODE
027700             PERFORM ABEND-PROG
027800     END-EVALUATE
027900     .
028000
028100 GET-PREVIOUS-VALUE.
028200     MOVE SPACES TO PRMH-OLD-VALUE
028300     EXEC SQL
028400        SELECT PARM_VALUE
028500             INTO :PRMH-OLD-VALUE
028600        FROM API5.RUN_PARMS
028700        WHERE PROGID    = :RPRM-PROGID
028800        AND   PARM_NAME = :RPRM-NAME
028900        AND   EFF_DATE  < :RPRM-EFF-DATE
029000        ORDER BY EFF_DATE DESC
029100        FETCH FIRST 1 ROW ONLY
029200     END-EXEC
029300     EVALUATE TRUE
029400        WHEN SQLCODE = ZERO
029500             CONTINUE
029600        WHEN SQLCODE = +100
029700             MOVE SPACES TO PRMH-OLD-VALUE
029800        WHEN SQLCODE > ZERO
029900             DISPLAY 'WARNING GET PREVIOUS PARM : ' SQLCODE
030000        WHEN OTHER
030100             DISPLAY 'ANOMALIE GRAVE GET PREVIOUS PARM : ' SQLCODE
030200             PERFORM ABEND-PROG
030300     END-EVALUATE
030400     .
030500
030600 UPDATE-PARM-ROW.
030700     EXEC SQL
030800          UPDATE API5.RUN_PARMS
030900          SET PARM_VALUE = :RPRM-VALUE,
031000              OPERATOR   = :RPRM-OPERATOR,
031100              CHG_DATE   = :RPRM-CHG-DATE
031200          WHERE PROGID    = :RPRM-PROGID
031300          AND   PARM_NAME = :RPRM-NAME
031400          AND   EFF_DATE  = :RPRM-EFF-DATE
031500     END-EXEC
031600     EVALUATE TRUE
031700         WHEN SQLCODE = ZERO
031800              ADD 1 TO WS-CNT-CHANGED
031900              PERFORM INSERT-PARM-HISTORY
032000              PERFORM WRITE-REGISTER-LINES
032100         WHEN SQLCODE > ZERO
032200              DISPLAY 'WARNING UPDATE RUN PARM : ' SQLCODE
032300         WHEN OTHER
032400              DISPLAY 'ANOMALIE GRAVE UPDATE RUN PARM : ' SQLCODE
032500              PERFORM ABEND-PROG
032600     END-EVALUATE
032700     .
032800
032900 INSERT-PARM-ROW.
033000     EXEC SQL
033100         INSERT INTO API5.RUN_PARMS
033200         (PROGID, PARM_NAME, EFF_DATE, PARM_VALUE, OPERATOR,
033300          CHG_DATE)
033400         VALUES(:RPRM-PROGID,
033500                :RPRM-NAME,
033600                :RPRM-EFF-DATE,
033700                :RPRM-VALUE,
033800                :RPRM-OPERATOR,
033900                :RPRM-CHG-DATE)
034000     END-EXEC
034100     EVALUATE TRUE
034200         WHEN SQLCODE = ZERO
034300              ADD 1 TO WS-CNT-ADDED
034400              PERFORM INSERT-PARM-HISTORY
034500              PERFORM WRITE-REGISTER-LINES
034600         WHEN SQLCODE > ZERO
034700              DISPLAY 'WARNING INSERT RUN PARM : ' SQLCODE
034800         WHEN OTHER
034900              DISPLAY 'ANOMALIE GRAVE INSERT RUN PARM : ' SQLCODE
035000              PERFORM ABEND-PROG
035100     END-EVALUATE
035200     .
035300
035400 INSERT-PARM-HISTORY.
035500     ACCEPT WS-TIME-RAW FROM TIME
035600     MOVE RPRM-PROGID     TO PRMH-PROGID
035700     MOVE RPRM-NAME       TO PRMH-NAME
035800     MOVE RPRM-EFF-DATE   TO PRMH-EFF-DATE
035900     MOVE RPRM-VALUE      TO PRMH-NEW-VALUE
036000     MOVE WS-OPERATOR     TO PRMH-OPERATOR
036100     MOVE WS-APPROVER     TO PRMH-APPROVER
036200     MOVE WS-TODAY-DASHED TO PRMH-CHG-DATE
036300     MOVE WS-TIME-RAW     TO PRMH-CHG-TIME
036400     EXEC SQL
036500         INSERT INTO API5.RUN_PARM_HIST
036600         (PROGID, PARM_NAME, EFF_DATE, ACTION, OLD_VALUE,
036700          NEW_VALUE, OPERATOR, APPROVER, CHG_DATE, CHG_TIME)
036800         VALUES(:PRMH-PROGID,
036900                :PRMH-NAME,
037000                :PRMH-EFF-DATE,
037100                :PRMH-ACTION,
037200                :PRMH-OLD-VALUE,
037300                :PRMH-NEW-VALUE,
037400                :PRMH-OPERATOR,
037500                :PRMH-APPROVER,
037600                :PRMH-CHG-DATE,
037700                :PRMH-CHG-TIME)
037800     END-EXEC
037900     IF SQLCODE NOT = ZERO
038000        DISPLAY 'WARNING RUN PARM HISTORY : ' SQLCODE
038100     END-IF
038200     .
038300
038400 WRITE-REGISTER-LINES.
038500     MOVE RPRM-PROGID   TO REG-PROGID-ED
038600     MOVE RPRM-NAME     TO REG-NAME-ED
038700     MOVE RPRM-EFF-DATE TO REG-EFF-ED
038800     IF PRMH-ACTION = 'A'
038900        MOVE 'AJOUT'   TO REG-ACTION-ED
039000     ELSE
039100        MOVE 'MODIFIE' TO REG-ACTION-ED
039200     END-IF
039300     WRITE ENR-OUTPRC FROM L-REGISTER-LINE
039400     MOVE 'ANCIEN  : '   TO VAL-LABEL-ED
039500     MOVE PRMH-OLD-VALUE TO VAL-VALUE-ED
039600     WRITE ENR-OUTPRC FROM L-VALUE-LINE
039700     MOVE 'NOUVEAU : '   TO VAL-LABEL-ED
039800     MOVE PRMH-NEW-VALUE TO VAL-VALUE-ED
039900     WRITE ENR-OUTPRC FROM L-VALUE-LINE
040000     .
040100
040200 WRITE-REJECT.
040300     MOVE SPACES TO WS-REJECT-OUT
040400     STRING PARMCHG-RECORD DELIMITED BY SIZE
040500            ' - ' DELIMITED BY SIZE
040600            WS-REJECT-REASON DELIMITED BY SIZE
040700         INTO WS-REJECT-OUT
040800     END-STRING
040900     MOVE WS-REJECT-OUT TO REJPRM-RECORD
041000     WRITE REJPRM-RECORD
041100     DISPLAY 'PARAMETRE REJETE : ' WS-REJECT-REASON
041200     ADD 1 TO WS-CNT-REJECTED
041300     .
041400
041500 COMMIT-SQL.
041600     EXEC SQL COMMIT END-EXEC
041700     IF SQLCODE NOT = ZERO
041800        DISPLAY 'WARNING COMMIT : ' SQLCODE
041900     END-IF
042000     .
042100
042200 ABEND-PROG.
042300     EXEC SQL ROLLBACK END-EXEC
042400     DISPLAY 'PART132 ABENDING - SEE SQLCODE ABOVE'
042500     MOVE 16 TO RETURN-CODE
042600     STOP RUN.
