001310* 2026-08-23 : THE POSTED VARIANCE NOW ALSO ADJUSTS THE W1 ROW   *
001320*              OF API5.WAREHOUSE_STOCK SO THE DEPOT FIGURE THE   *
001330*              SALES LOAD CHECKS MOVES WITH THE BOOK FIGURE.     *
001340* 2026-10-15 : COUNTMODE=SHEET PRINTS A BLIND COUNT SHEET ON     *
001350*              FICCNT INSTEAD OF READING COUNTS - EVERY PRODUCT  *
001360*              WITH A W1 DEPOT ROW, IN WALK ORDER OF ITS BIN     *
001370*              (API5.PRODUCT_BINS / BIN_LOCATIONS), WITH THE BIN *
001380*              AND A BLANK COUNTED COLUMN; UNBINNED PRODUCTS     *
001390*              COME LAST.                                        *
001391* 2026-10-15 : A COUNT LINE DATED IN A MONTH PART23 HAS CLOSED   *
001392*              IS NOW REFUSED ('PERIODE CLOTUREE') OR RE-DATED   *
001393*              TO THE FIRST DAY OF THE NEXT OPEN MONTH, AS       *
001394*              PART19'S API5.PERIOD_POLICY ROW SAYS (PERCHK), SO *
001395*              NO ADJUSTMENT POSTS INTO A CLOSED MONTH. THE      *
001396*              SUMMARY COUNTS BOTH.                              *
001396* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001396*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001396*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001396*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001396*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001396*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
005010     EXEC SQL
005020        INCLUDE WHSTOCK
005030     END-EXEC.
005032     EXEC SQL
005034        INCLUDE BINLOC
005036     END-EXEC.
005038
005040******************************************************
005042*** COUNTMODE=SHEET - THE COUNT DEPOT'S PRODUCTS IN ***
005044*** WALK ORDER OF THEIR BIN (AISLE, BAY, LEVEL),    ***
005046*** UNBINNED PRODUCTS LAST.                         ***
005048******************************************************
005050     EXEC SQL
005052        DECLARE CSHEET CURSOR
005054        FOR
005056        SELECT W.P_NO, P.DESCRIPTION, COALESCE(B.BIN_CODE, ' ')
005058        FROM API5.WAREHOUSE_STOCK W
005060        JOIN API5.PRODUCTS P
005062        ON W.P_NO = P.P_NO
005064        LEFT JOIN API5.PRODUCT_BINS B
005066        ON  B.W_CODE = W.W_CODE
005068        AND B.P_NO   = W.P_NO
005070        LEFT JOIN API5.BIN_LOCATIONS L
005072        ON  L.W_CODE   = B.W_CODE
005074        AND L.BIN_CODE = B.BIN_CODE
005076        WHERE W.W_CODE = :WS-ADJ-WAREHOUSE
005078        ORDER BY COALESCE(L.AISLE, 'ZZ'), COALESCE(L.BAY, 999),
005080                 COALESCE(L.BIN_LEVEL, 99), B.BIN_CODE, W.P_NO
005082     END-EXEC.
005100
005200 01 DELIMITER-VAR  PIC X VALUE ";".
005300 01 WS-DATA.
006100 01 WS-MODE-SW         PIC X VALUE 'R'.
006200    88 MODE-APPLY        VALUE 'A'.
006300    88 MODE-REPORT       VALUE 'R'.
006350    88 MODE-SHEET        VALUE 'S'.
006400 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
006500    88 LIGNE-VALIDE    VALUE 'O'.
006600    88 LIGNE-INVALIDE  VALUE 'N'.
007600 01 WS-CNT-MATCHED     PIC 9(5) VALUE ZERO.
007700 01 WS-CNT-VARIANCES   PIC 9(5) VALUE ZERO.
007800 01 WS-CNT-APPLIED     PIC 9(5) VALUE ZERO.
007820 01 WS-CNT-SHEET       PIC 9(5) VALUE ZERO.
007840 01 WS-SHEET-DONE      PIC X VALUE 'N'.
007860    88 SHEET-DONE        VALUE 'O'.
007880    88 SHEET-NOT-DONE    VALUE 'N'.
007900 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
007916 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
007932 01 WS-PER-RESULT      PIC X(10).
007948 01 WS-PER-STATUS      PIC X(1).
007964 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
007980 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
008000
008100******************************************************
008200*** ONE ENTRY PER COUNTED PRODUCT, HELD SO THE      ***
010400
010500 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART19'.
010600 01 WS-LOG-MESSAGE     PIC X(47).
010616 01 PARMGET            PIC X(8) VALUE 'PARMGET'.
010632 01 WS-PGET-PROGID     PIC X(8) VALUE 'PART19'.
010648 01 WS-PGET-NAME       PIC X(12).
010664 01 WS-PGET-VALUE      PIC X(40).
010680 01 WS-PGET-RETCODE    PIC S9(4) COMP.
010700
010800 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
010900 01 L-TITLE-LINE      PIC X(80) VALUE
012700    05 FILLER         PIC X(4)  VALUE SPACE.
012800    05 DET-DELTA-ED   PIC -ZZZZZ9.
012900    05 FILLER         PIC X(45) VALUE SPACE.
012905 01 L-SHEET-TITLE     PIC X(80) VALUE
012910    'INVENTORY COUNT SHEET - DEPOT W1, IN BIN ORDER'.
012915 01 L-SHEET-HEAD1.
012920    05 FILLER  PIC X(10) VALUE 'BIN       '.
012925    05 FILLER  PIC X(9)  VALUE 'PRODUCT  '.
012930    05 FILLER  PIC X(32) VALUE 'DESCRIPTION'.
012935    05 FILLER  PIC X(10) VALUE 'COUNTED   '.
012940    05 FILLER  PIC X(19) VALUE SPACE.
012945 01 L-SHEET-LINE.
012950    05 SHT-BIN-ED     PIC X(8).
012955    05 FILLER         PIC X(2)  VALUE SPACE.
012960    05 SHT-PNO-ED     PIC X(3).
012965    05 FILLER         PIC X(6)  VALUE SPACE.
012970    05 SHT-DESC-ED    PIC X(30).
012975    05 FILLER         PIC X(2)  VALUE SPACE.
012980    05 FILLER         PIC X(10) VALUE '__________'.
012985    05 FILLER         PIC X(19) VALUE SPACE.
013000
013100 PROCEDURE DIVISION.
013200     PERFORM INITIALIZE-PARAMETERS
013300
013316     IF MODE-SHEET
013332        PERFORM PRINT-COUNT-SHEET
013348        GOBACK
013364     END-IF
013380
013400     OPEN INPUT COUNTS
013500     OPEN OUTPUT REJCNT
013600     OPEN OUTPUT OUTCNT
015800     DISPLAY 'COUNTS MATCHING    : ' WS-CNT-MATCHED
015900     DISPLAY 'VARIANCES FOUND    : ' WS-CNT-VARIANCES
016000     DISPLAY 'ADJUSTMENTS POSTED : ' WS-CNT-APPLIED
016033     DISPLAY 'CLOSED PER REFUSED : ' WS-CNT-PER-REFUSED
016066     DISPLAY 'CLOSED PER REDATED : ' WS-CNT-PER-REDATED
016100     DISPLAY '===================================='
016200     GOBACK.
016300
016400******************************************************
016500*** COUNTMODE=APPLY POSTS THE ADJUSTMENTS, SHEET    ***
016600*** PRINTS A BLANK COUNT SHEET; ANYTHING ELSE (THE  ***
016650*** FIRST PASS) ONLY REPORTS.                       ***
016700******************************************************
016800 INITIALIZE-PARAMETERS.
016900     MOVE SPACES TO WS-MODE-PARM
017000     MOVE 'COUNTMODE' TO WS-PGET-NAME
017033     PERFORM GET-RUN-PARM
017066     MOVE WS-PGET-VALUE TO WS-MODE-PARM
017100     IF WS-MODE-PARM = 'APPLY'
017200        SET MODE-APPLY TO TRUE
017300        MOVE 'APPLY' TO MODE-ED
017311     ELSE
017322        IF WS-MODE-PARM = 'SHEET'
017333           SET MODE-SHEET TO TRUE
017344           MOVE 'SHEET' TO MODE-ED
017355        ELSE
017366           SET MODE-REPORT TO TRUE
017377           MOVE 'REPORT' TO MODE-ED
017388        END-IF
017700     END-IF
017800     .
017900
021700              SET LIGNE-INVALIDE TO TRUE
021800           ELSE
021900              PERFORM VALIDATE-CNT-DATE
021925              IF LIGNE-VALIDE
021950                 PERFORM CHECK-POSTING-PERIOD
021975              END-IF
022000           END-IF
022100        END-IF
022200     END-IF
023000        SET LIGNE-INVALIDE TO TRUE
023100     END-IF
023200     .
023204
023208******************************************************
023212*** A LINE DATED IN A MONTH PART23 HAS CLOSED IS    ***
023216*** REFUSED OR RE-DATED TO THE NEXT OPEN MONTH, AS  ***
023220*** THIS PROGRAM'S PERIOD_POLICY ROW SAYS (PERCHK). ***
023224******************************************************
023228 CHECK-POSTING-PERIOD.
023232     CALL PERCHK USING WS-LOG-PROGID WS-COUNT-DATE
023236                       WS-PER-RESULT WS-PER-STATUS
023240     EVALUATE WS-PER-STATUS
023244        WHEN 'N'
023248             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
023252             SET LIGNE-INVALIDE TO TRUE
023256             ADD 1 TO WS-CNT-PER-REFUSED
023260        WHEN 'D'
023264             DISPLAY 'DATE REPORTEE : ' WS-COUNT-DATE ' -> '
023268                     WS-PER-RESULT ' PRODUIT ' WS-PROD-NO
023272             MOVE WS-PER-RESULT TO WS-COUNT-DATE
023276             ADD 1 TO WS-CNT-PER-REDATED
023280     END-EVALUATE
023284     .
023300
023400******************************************************
023500*** LOOKS UP THE STOCK ON FILE AND KEEPS THE LINE   ***
042100     DISPLAY 'COMPTAGE REJETE : ' WS-REJECT-REASON
042200     ADD 1 TO WS-CNT-REJECTED
042300     .
042301
042302******************************************************
042303*** BLIND COUNT SHEET FOR THE COUNT DEPOT - BIN,    ***
042304*** PRODUCT AND A BLANK COLUMN FOR THE COUNTED      ***
042305*** QUANTITY, NO BOOK FIGURE. NOTHING IS READ OR    ***
042306*** POSTED; THE FILLED SHEET COMES BACK AS COUNTS.  ***
042307******************************************************
042308 PRINT-COUNT-SHEET.
042309     OPEN OUTPUT OUTCNT
042310     OPEN EXTEND EXCPLOG
042311     WRITE ENR-OUTCNT FROM L-SHEET-TITLE
042312     WRITE ENR-OUTCNT FROM L-MODE-LINE
042313     WRITE ENR-OUTCNT FROM L-HEADER-BLANK
042314     WRITE ENR-OUTCNT FROM L-SHEET-HEAD1
042315     SET SHEET-NOT-DONE TO TRUE
042316     EXEC SQL
042317        OPEN CSHEET
042318     END-EXEC
042319     PERFORM EVAL-SQLCODE
042320     PERFORM WRITE-ONE-SHEET-LINE UNTIL SHEET-DONE
042321     EXEC SQL
042322        CLOSE CSHEET
042323     END-EXEC
042324     PERFORM EVAL-SQLCODE
042325     CLOSE OUTCNT
042326     CLOSE EXCPLOG
042327
042328     DISPLAY '===================================='
042329     DISPLAY 'PART19 INVENTORY COUNT SHEET'
042330     DISPLAY 'PRODUCTS LISTED    : ' WS-CNT-SHEET
042331     DISPLAY '===================================='
042332     .
042333
042334 WRITE-ONE-SHEET-LINE.
042335     EXEC SQL
042336        FETCH CSHEET
042337        INTO :PBIN-P-NO, :PROD-DESCRIPTION, :PBIN-CODE
042338     END-EXEC
042339     EVALUATE TRUE
042340        WHEN SQLCODE = +100
042341             SET SHEET-DONE TO TRUE
042342        WHEN SQLCODE = ZERO
042343             ADD 1 TO WS-CNT-SHEET
042344             IF PBIN-CODE = SPACES
042345                MOVE 'NO BIN' TO SHT-BIN-ED
042346             ELSE
042347                MOVE PBIN-CODE TO SHT-BIN-ED
042348             END-IF
042349             MOVE PBIN-P-NO TO SHT-PNO-ED
042350             MOVE FUNCTION TRIM(PROD-DESCRIPTION-TEXT
042351                 (1:PROD-DESCRIPTION-LEN)) TO SHT-DESC-ED
042352             WRITE ENR-OUTCNT FROM L-SHEET-LINE
042353        WHEN OTHER
042354             PERFORM EVAL-SQLCODE
042355             PERFORM ABEND-PROG
042356     END-EVALUATE
042357     .
042400
042500 COMMIT-SQL.
042600     EXEC SQL COMMIT END-EXEC
045900     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
046000     WRITE EXCPLOG-RECORD
046100     .
046200
046300******************************************************
046400*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
046500*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
046600*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
046700******************************************************
046800 GET-RUN-PARM.
046900     MOVE RETURN-CODE TO WS-PGET-RETCODE
047000     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
047100                        WS-PGET-VALUE
047200*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
047300     MOVE WS-PGET-RETCODE TO RETURN-CODE
047400     .
