001298*              MOVEMENTS BUT NO LONGER FEED THE OPENING OR       *
001299*              CLOSING BALANCE - THEIR OLD/NEW COLUMNS CARRY     *
001299*              DEPOSIT FIGURES, NOT BALANCES.                    *
001299* 2026-10-15 : HEADINGS AND LABELS NOW COME FROM API5.DOC_TEXTS  *
001299*              (DOCTXT) IN THE CUSTOMER'S LANGUAGE               *
001299*              (CUSTOMERS.LANG_CODE), A GROUP STATEMENT IN THE   *
001299*              PARENT'S, SO ONE RUN MIXES FRENCH AND ENGLISH     *
001299*              STATEMENTS. DATES PRINT DD/MM/YYYY FOR 'FR' AND   *
001299*              MM/DD/YYYY FOR 'EN', AMOUNTS TAKE A DECIMAL POINT *
001299*              FOR 'EN', AND THE MONTH PRINTS MM/YYYY.           *
001299* 2026-10-15 : EVERY STATEMENT IS ALSO WRITTEN TO THE DOCUMENT   *
001299*              ARCHIVE (API5.DOC_ARCHIVE) THROUGH THE DOCARCW    *
001299*              ROUTINE - TYPE 'STM' UNDER THE CUSTOMER AND       *
001299*              MONTH, A GROUP STATEMENT TYPE 'STG' UNDER THE     *
001299*              PARENT - SO PART117 CAN REPRINT THE EXACT COPY. A *
001299*              RERUN OF THE SAME MONTH KEEPS THE FIRST PRINT.    *
001299*              THE RUN NOW COMMITS AT THE END.                   *
001299* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001299*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001299*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001299*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001299* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001299*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001299*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001299*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001299*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001299*              FOR THE PART131 REPORT.                           *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
004600        FOR
004700        SELECT B.C_NO, C.NAME, C.ADDRESS, B.O_NO,
004800               B.OLD_BAL, B.NEW_BAL, B.AMOUNT, B.HIST_DATE,
004810               B.HIST_TYPE,
004855               COALESCE(C.LANG_CODE, 'FR'),
004900        FROM API5.BALANCE_HISTORY B
005000        JOIN API5.CUSTOMERS C
005100        ON B.C_NO = C.C_NO
005900 77 WS-DATE-FROM      PIC X(10).
006000 77 WS-DATE-TO        PIC X(10).
006100 77 WS-TODAY-RAW      PIC X(08).
006150 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006158 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006166 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART12'.
006174 77 WS-PGET-NAME      PIC X(12).
006182 77 WS-PGET-VALUE     PIC X(40).
006190 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006200 77 WS-PREV-CUST      PIC 9(4) VALUE ZERO.
006300 77 WS-FIRST-OF-CUST  PIC X VALUE 'O'.
006400    88 FIRST-OF-CUST    VALUE 'O'.
006780 77 WS-PREV-GRP       PIC 9(4) VALUE ZERO.
006790 77 WS-GROUP-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
006791 77 WS-OPENING-BAL    PIC S9(8)V99 COMP-3 VALUE ZERO.
006791 77 WS-STMT-MONTH-PR  PIC X(7).
006791******************************************************
006791*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF EVERY  ***
006791*** HEADING AND LABEL IN TEXT-NUMBER ORDER, AND THE ***
006791*** FRENCH AND ENGLISH COPIES DOCTXT BUILDS.        ***
006791******************************************************
006791 77 DOCTXT            PIC X(8) VALUE 'DOCTXT'.
006791 77 WS-DOC-ID         PIC X(8) VALUE 'PART12'.
006791 77 WS-DOC-COUNT      PIC 9(3) VALUE 16.
006791 77 WS-DOC-FOUND      PIC 9(3) VALUE ZERO.
006791 77 WS-DOC-LANG       PIC X(2).
006791 77 WS-DOC-LANG-SW    PIC X VALUE 'F'.
006791    88 DOC-LANG-FR      VALUE 'F'.
006791    88 DOC-LANG-EN      VALUE 'E'.
006791 77 WS-DOC-DATE-IN    PIC X(10).
006791 77 WS-DOC-DATE-OUT   PIC X(10).
006791 77 DOCARCW           PIC X(8) VALUE 'DOCARCW'.
006791 77 WS-ARC-PROGID     PIC X(8) VALUE 'PART12'.
006791 77 WS-ARC-TYPE       PIC X(3).
006791 77 WS-ARC-NO         PIC X(12).
006791 77 WS-ARC-C-NO       PIC 9(4).
006791 77 WS-ARC-DATE       PIC X(10).
006791 01 WS-HOUSE-TEXTS.
006791    05 FILLER         PIC X(60) VALUE 'CUSTOMER STATEMENT -'.
006791    05 FILLER         PIC X(60) VALUE 'CUSTOMER :'.
006791    05 FILLER         PIC X(60) VALUE 'ADDRESS  :'.
006791    05 FILLER         PIC X(60) VALUE 'OPENING BALANCE :'.
006791    05 FILLER         PIC X(60) VALUE 'ORDER'.
006791    05 FILLER         PIC X(60) VALUE 'DATE'.
006791    05 FILLER         PIC X(60) VALUE 'AMOUNT'.
006791    05 FILLER         PIC X(60) VALUE ' TYPE'.
006791    05 FILLER         PIC X(60) VALUE 'CLOSING BALANCE :'.
006791    05 FILLER         PIC X(60) VALUE
006791       'OPEN ITEMS (INVOICE / ORDER / DATE / STILL OWING)'.
006791    05 FILLER         PIC X(60) VALUE
006791       '  NO OPEN ITEMS - ACCOUNT FULLY APPLIED'.
006791    05 FILLER         PIC X(60) VALUE 'DEPOSIT HELD    :'.
006791    05 FILLER         PIC X(60) VALUE 'GROUP PARENT :'.
006791    05 FILLER         PIC X(60) VALUE 'BRANCH   :'.
006791    05 FILLER         PIC X(60) VALUE 'BRANCH BALANCE  :'.
006791    05 FILLER         PIC X(60) VALUE 'GROUP BALANCE   :'.
006791 01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
006791    05 WS-HOUSE-TEXT  PIC X(60) OCCURS 16.
006791 01 WS-FR-TAB.
006791    05 WS-FR-TEXT     PIC X(60) OCCURS 16.
006791 01 WS-EN-TAB.
006791    05 WS-EN-TEXT     PIC X(60) OCCURS 16.
006791 01 WS-DOC-TAB.
006791    05 WS-DOC-TEXT    PIC X(60) OCCURS 16.
006800
006900 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
007000 01 L-STMT-TITLE.
007100    05 STMT-TITLE-LBL PIC X(20) VALUE SPACE.
007200    05 FILLER         PIC X(1)  VALUE SPACE.
007300    05 STMT-MONTH-ED  PIC X(7).
007400    05 FILLER         PIC X(52) VALUE SPACE.
007500 01 L-CUSTOMER-LINE.
007600    05 CUST-LBL       PIC X(11) VALUE SPACE.
007700    05 CUST-NO-ED     PIC 9(4).
007800    05 FILLER         PIC X(2)  VALUE '  '.
007900    05 CUST-NAME-ED   PIC X(30).
008000    05 FILLER         PIC X(33) VALUE SPACE.
008100 01 L-ADDRESS-LINE.
008200    05 ADDR-LBL       PIC X(11) VALUE SPACE.
008300    05 CUST-ADDR-ED   PIC X(40).
008400    05 FILLER         PIC X(29) VALUE SPACE.
008500 01 L-OPENING-LINE.
008600    05 OPEN-BAL-LBL   PIC X(18) VALUE SPACE.
008700    05 OPEN-BAL-ED    PIC -ZZZZZZ9,99.
008800    05 FILLER         PIC X(51) VALUE SPACE.
008900 01 L-COLUMN-HEAD1.
009000    05 HEAD-ORDER-LBL PIC X(9)  VALUE SPACE.
009100    05 HEAD-DATE-LBL  PIC X(14) VALUE SPACE.
009200    05 HEAD-AMT-LBL   PIC X(12) VALUE SPACE.
009250    05 HEAD-TYPE-LBL  PIC X(6)  VALUE SPACE.
009300    05 FILLER         PIC X(39) VALUE SPACE.
009400 01 L-MOVEMENT-LINE.
009500    05 MVT-ONO-ED     PIC 9(6).
009920    05 MVT-TYPE-ED    PIC X(1).
010000    05 FILLER         PIC X(42) VALUE SPACE.
010100 01 L-CLOSING-LINE.
010200    05 CLOSE-BAL-LBL  PIC X(18) VALUE SPACE.
010300    05 CLOSE-BAL-ED   PIC -ZZZZZZ9,99.
010400    05 FILLER         PIC X(51) VALUE SPACE.
010410 01 L-OPEN-HEAD       PIC X(80) VALUE SPACE.
010430 01 L-OPEN-LINE.
010440    05 OPEN-INV-ED    PIC 9(6).
010450    05 FILLER         PIC X(3)  VALUE SPACE.
010490    05 FILLER         PIC X(4)  VALUE SPACE.
010491    05 OPEN-AMT-ED    PIC -ZZZZZZ9,99.
010492    05 FILLER         PIC X(37) VALUE SPACE.
010493 01 L-OPEN-NONE       PIC X(80) VALUE SPACE.
010495 01 L-DEPOSIT-LINE.
010496    05 DEPOSIT-LBL    PIC X(18) VALUE SPACE.
010497    05 DEPOSIT-ED     PIC -ZZZZZZ9,99.
010498    05 FILLER         PIC X(51) VALUE SPACE.
010499 01 L-GROUP-TITLE.
010500    05 GRP-LBL        PIC X(14) VALUE SPACE.
010501    05 GRP-NO-ED      PIC 9(4).
010502    05 FILLER         PIC X(2)  VALUE '  '.
010503    05 GRP-NAME-ED    PIC X(30).
010504    05 FILLER         PIC X(30) VALUE SPACE.
010505 01 L-BRANCH-LINE.
010506    05 BRA-LBL        PIC X(11) VALUE SPACE.
010507    05 BRA-NO-ED      PIC 9(4).
010508    05 FILLER         PIC X(2)  VALUE '  '.
010509    05 BRA-NAME-ED    PIC X(30).
010510    05 FILLER         PIC X(33) VALUE SPACE.
010511 01 L-BRANCH-TOTAL.
010512    05 BRA-BAL-LBL    PIC X(18) VALUE SPACE.
010513    05 BRA-BAL-ED     PIC -ZZZZZZ9,99.
010514    05 FILLER         PIC X(51) VALUE SPACE.
010515 01 L-GROUP-TOTAL.
010516    05 GRP-BAL-LBL    PIC X(18) VALUE SPACE.
010517    05 GRP-BAL-ED     PIC -ZZZZZZZ9,99.
010518    05 FILLER         PIC X(50) VALUE SPACE.
010519 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '='.
011080        CLOSE OUTSTMT
011090        DISPLAY 'PART12 : GROUP STATEMENTS : ' WS-CNT-CUSTOMERS
011091        DISPLAY 'PART12 : MOVEMENTS PRINTED  : ' WS-CNT-MOVEMENTS
011091        PERFORM COMMIT-SQL
011092        GOBACK
011093     END-IF
011100
014400
014500     DISPLAY 'PART12 : STATEMENTS PRINTED : ' WS-CNT-CUSTOMERS
014600     DISPLAY 'PART12 : MOVEMENTS PRINTED  : ' WS-CNT-MOVEMENTS
014650     PERFORM COMMIT-SQL
014700     GOBACK.
014800
014900******************************************************
015300******************************************************
015400 INITIALIZE-PARAMETERS.
015500     MOVE SPACES TO WS-MONTH-PARM
015600     MOVE 'STMTMONTH' TO WS-PGET-NAME
015633     PERFORM GET-RUN-PARM
015666     MOVE WS-PGET-VALUE TO WS-MONTH-PARM
015700     IF WS-MONTH-PARM = SPACES
015800        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
015850        CALL RUNDATE USING WS-TODAY-RAW
015900        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2)
016000               DELIMITED BY SIZE INTO WS-STMT-MONTH
016100        END-STRING
016400     END-IF
016410
016420     MOVE SPACES TO WS-GROUP-PARM
016430     MOVE 'STMTGROUP' TO WS-PGET-NAME
016433     PERFORM GET-RUN-PARM
016436     MOVE WS-PGET-VALUE TO WS-GROUP-PARM
016441
016452     STRING WS-STMT-MONTH(6:2) '/' WS-STMT-MONTH(1:4)
016463            DELIMITED BY SIZE INTO WS-STMT-MONTH-PR
016474     END-STRING
016485     PERFORM LOAD-DOC-TEXTS
016487     MOVE WS-STMT-MONTH TO WS-ARC-NO
016489     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016490     CALL RUNDATE USING WS-TODAY-RAW
016491     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
016493            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
016495            INTO WS-ARC-DATE
016497     END-STRING
016500
016600     STRING WS-STMT-MONTH '-01' DELIMITED BY SIZE
016700            INTO WS-DATE-FROM
018200             :BALHIST-NEW-BAL,
018300             :BALHIST-AMOUNT,
018400             :BALHIST-DATE,
018450             :BALHIST-TYPE,
018475             :CUS-LANG
018500     END-EXEC
018600     .
018700
018800 WRITE-STATEMENT-HEADER.
018900     ADD 1 TO WS-CNT-CUSTOMERS
018950     PERFORM SET-DOC-LANGUAGE
019000     MOVE WS-STMT-MONTH-PR TO STMT-MONTH-ED
019100     MOVE BALHIST-C-NO  TO CUST-NO-ED
019133     MOVE 'STM'         TO WS-ARC-TYPE
019166     MOVE BALHIST-C-NO  TO WS-ARC-C-NO
019200     MOVE CUS-NAME      TO CUST-NAME-ED
019300     MOVE CUS-ADDRESS   TO CUST-ADDR-ED
019310     IF BALHIST-TYPE = 'D'
019340        MOVE BALHIST-OLD-BAL TO WS-OPENING-BAL
019350     END-IF
019360     MOVE WS-OPENING-BAL TO OPEN-BAL-ED
019362     IF DOC-LANG-EN
019364        INSPECT OPEN-BAL-ED REPLACING ALL ',' BY '.'
019366     END-IF
019370     MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
019500
019600     MOVE L-STMT-TITLE TO ENR-OUTSTMT
019650     PERFORM PUT-STATEMENT-LINE
019700     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
019750     PERFORM PUT-STATEMENT-LINE
019800     MOVE L-CUSTOMER-LINE TO ENR-OUTSTMT
019850     PERFORM PUT-STATEMENT-LINE
019900     MOVE L-ADDRESS-LINE TO ENR-OUTSTMT
019950     PERFORM PUT-STATEMENT-LINE
020000     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
020050     PERFORM PUT-STATEMENT-LINE
020100     MOVE L-OPENING-LINE TO ENR-OUTSTMT
020150     PERFORM PUT-STATEMENT-LINE
020200     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
020250     PERFORM PUT-STATEMENT-LINE
020300     MOVE L-COLUMN-HEAD1 TO ENR-OUTSTMT
020350     PERFORM PUT-STATEMENT-LINE
020400     .
020500
020600 WRITE-MOVEMENT-LINE.
020700     ADD 1 TO WS-CNT-MOVEMENTS
020800     MOVE BALHIST-O-NO   TO MVT-ONO-ED
020900     MOVE BALHIST-DATE   TO WS-DOC-DATE-IN
020933     PERFORM FORMAT-DOC-DATE
020966     MOVE WS-DOC-DATE-OUT TO MVT-DATE-ED
021000     MOVE BALHIST-AMOUNT TO MVT-AMT-ED
021012     IF DOC-LANG-EN
021024        INSPECT MVT-AMT-ED REPLACING ALL ',' BY '.'
021036     END-IF
021050     MOVE BALHIST-TYPE   TO MVT-TYPE-ED
021100     MOVE L-MOVEMENT-LINE TO ENR-OUTSTMT
021150     PERFORM PUT-STATEMENT-LINE
021200     .
021300
021400 WRITE-STATEMENT-FOOTER.
021500     MOVE WS-CLOSING-BAL TO CLOSE-BAL-ED
021525     IF DOC-LANG-EN
021550        INSPECT CLOSE-BAL-ED REPLACING ALL ',' BY '.'
021575     END-IF
021600     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
021605     PERFORM PUT-STATEMENT-LINE
021610     PERFORM WRITE-OPEN-ITEMS-SECTION
021615     PERFORM WRITE-DEPOSIT-SECTION
021620     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
021660     PERFORM PUT-STATEMENT-LINE
021700     MOVE L-CLOSING-LINE TO ENR-OUTSTMT
021750     PERFORM PUT-STATEMENT-LINE
021800     MOVE L-PAGE-BREAK TO ENR-OUTSTMT
021850     PERFORM PUT-STATEMENT-LINE
021900     .
022000
022010******************************************************
022030*** BETWEEN THE MOVEMENTS AND THE CLOSING BALANCE.  ***
022040******************************************************
022050 WRITE-OPEN-ITEMS-SECTION.
022060     MOVE L-OPEN-HEAD TO ENR-OUTSTMT
022065     PERFORM PUT-STATEMENT-LINE
022070     MOVE ZERO TO WS-CNT-OPEN-ITEMS
022080     SET OPEN-NOT-DONE TO TRUE
022090     EXEC SQL
022097     END-EXEC
022098     PERFORM TEST-SQLCODE
022099     IF WS-CNT-OPEN-ITEMS = ZERO
022100        MOVE L-OPEN-NONE TO ENR-OUTSTMT
022100        PERFORM PUT-STATEMENT-LINE
022101     END-IF
022102     .
022103
022101     END-EXEC
022102     PERFORM TEST-SQLCODE
022103     IF CUS-BALANCE NOT = ZERO
022104        MOVE L-HEADER-BLANK TO ENR-OUTSTMT
022104        PERFORM PUT-STATEMENT-LINE
022105        MOVE CUS-BALANCE TO DEPOSIT-ED
022105        IF DOC-LANG-EN
022105           INSPECT DEPOSIT-ED REPLACING ALL ',' BY '.'
022105        END-IF
022106        MOVE L-DEPOSIT-LINE TO ENR-OUTSTMT
022106        PERFORM PUT-STATEMENT-LINE
022107     END-IF
022108     .
022109
022114             ADD 1 TO WS-CNT-OPEN-ITEMS
022115             MOVE OITEM-INV-NO   TO OPEN-INV-ED
022116             MOVE OITEM-O-NO     TO OPEN-ONO-ED
022117             MOVE OITEM-INV-DATE TO WS-DOC-DATE-IN
022117             PERFORM FORMAT-DOC-DATE
022117             MOVE WS-DOC-DATE-OUT TO OPEN-DATE-ED
022118             MOVE OITEM-OPEN-AMT TO OPEN-AMT-ED
022118             IF DOC-LANG-EN
022118                INSPECT OPEN-AMT-ED REPLACING ALL ',' BY '.'
022118             END-IF
022119             MOVE L-OPEN-LINE TO ENR-OUTSTMT
022119             PERFORM PUT-STATEMENT-LINE
022120        WHEN OTHER
022121             PERFORM TEST-SQLCODE
022122     END-EVALUATE
022189******************************************************
022190 WRITE-GROUP-HEADER.
022191     ADD 1 TO WS-CNT-CUSTOMERS
022192     MOVE WS-STMT-MONTH-PR TO STMT-MONTH-ED
022193     MOVE WS-GRP-HEAD   TO GRP-NO-ED
022193     MOVE 'STG'         TO WS-ARC-TYPE
022193     MOVE WS-GRP-HEAD   TO WS-ARC-C-NO
022194     MOVE SPACES        TO GRP-NAME-ED
022194     MOVE 'FR'          TO CUS-LANG
022195     EXEC SQL
022196        SELECT NAME, COALESCE(LANG_CODE, 'FR')
022196             INTO :CUS-NAME, :CUS-LANG
022197        FROM API5.CUSTOMERS
022198        WHERE C_NO = :WS-GRP-HEAD
022199     END-EXEC
022200     IF SQLCODE = ZERO
022201        MOVE CUS-NAME TO GRP-NAME-ED
022202     END-IF
022202     PERFORM SET-DOC-LANGUAGE
022203     MOVE L-STMT-TITLE TO ENR-OUTSTMT
022203     PERFORM PUT-STATEMENT-LINE
022204     MOVE L-GROUP-TITLE TO ENR-OUTSTMT
022204     PERFORM PUT-STATEMENT-LINE
022205     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
022205     PERFORM PUT-STATEMENT-LINE
022206     .
022207
022208 WRITE-BRANCH-HEADER.
022210        MOVE BALHIST-OLD-BAL TO WS-OPENING-BAL
022210     END-IF
022210     MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
022211     MOVE L-BRANCH-LINE TO ENR-OUTSTMT
022211     PERFORM PUT-STATEMENT-LINE
022212     MOVE L-COLUMN-HEAD1 TO ENR-OUTSTMT
022212     PERFORM PUT-STATEMENT-LINE
022213     .
022214
022215 WRITE-BRANCH-FOOTER.
022216     MOVE WS-CLOSING-BAL TO BRA-BAL-ED
022216     IF DOC-LANG-EN
022216        INSPECT BRA-BAL-ED REPLACING ALL ',' BY '.'
022216     END-IF
022217     ADD WS-CLOSING-BAL TO WS-GROUP-TOTAL
022218     MOVE L-BRANCH-TOTAL TO ENR-OUTSTMT
022218     PERFORM PUT-STATEMENT-LINE
022219     MOVE L-HEADER-BLANK TO ENR-OUTSTMT
022219     PERFORM PUT-STATEMENT-LINE
022220     .
022221
022222 WRITE-GROUP-FOOTER.
022223     MOVE WS-GROUP-TOTAL TO GRP-BAL-ED
022223     IF DOC-LANG-EN
022223        INSPECT GRP-BAL-ED REPLACING ALL ',' BY '.'
022223     END-IF
022224     MOVE L-GROUP-TOTAL TO ENR-OUTSTMT
022224     PERFORM PUT-STATEMENT-LINE
022225     MOVE L-PAGE-BREAK TO ENR-OUTSTMT
022225     PERFORM PUT-STATEMENT-LINE
022226     .
022227
022228******************************************************
022256     PERFORM TEST-SQLCODE
022257     .
022258
022258******************************************************
022258*** BOTH LANGUAGES' WORDING IS READ ONCE - THE      ***
022258*** HOUSE TEXT WITH THE API5.DOC_TEXTS ROWS LAID   ***
022258*** OVER IT BY DOCTXT.                             ***
022258******************************************************
022258 LOAD-DOC-TEXTS.
022258     MOVE WS-HOUSE-TAB TO WS-FR-TAB
022258     MOVE 'FR' TO WS-DOC-LANG
022258     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
022258                       WS-FR-TAB WS-DOC-FOUND
022258     MOVE WS-HOUSE-TAB TO WS-EN-TAB
022258     MOVE 'EN' TO WS-DOC-LANG
022258     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
022258                       WS-EN-TAB WS-DOC-FOUND
022258     .
022258
022258******************************************************
022258*** EACH STATEMENT SPEAKS ITS CUSTOMER'S LANGUAGE - ***
022258*** A GROUP STATEMENT THE PARENT'S. THE DOC_TEXTS   ***
022258*** WORDING GOES INTO THE PRINT LINES; AN 'EN'      ***
022258*** STATEMENT ALSO GETS MM/DD/YYYY DATES AND A      ***
022258*** DECIMAL POINT.                                  ***
022258******************************************************
022258 SET-DOC-LANGUAGE.
022258     IF CUS-LANG = 'EN'
022258        SET DOC-LANG-EN TO TRUE
022258        MOVE WS-EN-TAB TO WS-DOC-TAB
022258     ELSE
022258        SET DOC-LANG-FR TO TRUE
022258        MOVE WS-FR-TAB TO WS-DOC-TAB
022258     END-IF
022258     MOVE WS-DOC-TEXT(1)  TO STMT-TITLE-LBL
022258     MOVE WS-DOC-TEXT(2)  TO CUST-LBL
022258     MOVE WS-DOC-TEXT(3)  TO ADDR-LBL
022258     MOVE WS-DOC-TEXT(4)  TO OPEN-BAL-LBL
022258     MOVE WS-DOC-TEXT(5)  TO HEAD-ORDER-LBL
022258     MOVE WS-DOC-TEXT(6)  TO HEAD-DATE-LBL
022258     MOVE WS-DOC-TEXT(7)  TO HEAD-AMT-LBL
022258     MOVE WS-DOC-TEXT(8)  TO HEAD-TYPE-LBL
022258     MOVE WS-DOC-TEXT(9)  TO CLOSE-BAL-LBL
022258     MOVE WS-DOC-TEXT(10) TO L-OPEN-HEAD
022258     MOVE WS-DOC-TEXT(11) TO L-OPEN-NONE
022258     MOVE WS-DOC-TEXT(12) TO DEPOSIT-LBL
022258     MOVE WS-DOC-TEXT(13) TO GRP-LBL
022258     MOVE WS-DOC-TEXT(14) TO BRA-LBL
022258     MOVE WS-DOC-TEXT(15) TO BRA-BAL-LBL
022258     MOVE WS-DOC-TEXT(16) TO GRP-BAL-LBL
022258     .
022258
022258******************************************************
022258*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -   ***
022258*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.   ***
022258*** ANYTHING ELSE PRINTS AS IT CAME.               ***
022258******************************************************
022258 FORMAT-DOC-DATE.
022258     MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
022258     IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
022258        MOVE SPACES TO WS-DOC-DATE-OUT
022258        IF DOC-LANG-EN
022258           STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
022258                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
022258                  INTO WS-DOC-DATE-OUT
022258           END-STRING
022258        ELSE
022258           STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
022258                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
022258                  INTO WS-DOC-DATE-OUT
022258           END-STRING
022258        END-IF
022258     END-IF
022258     .
022258
022258 COMMIT-SQL.
022258     EXEC SQL COMMIT END-EXEC
022258     PERFORM TEST-SQLCODE
022258     .
022258
022258******************************************************
022258*** EVERY PRINTED LINE IS FILED IN THE DOCUMENT     ***
022258*** ARCHIVE UNDER THE STATEMENT'S TYPE, MONTH AND   ***
022258*** CUSTOMER.                                       ***
022258******************************************************
022258 PUT-STATEMENT-LINE.
022258     CALL DOCARCW USING WS-ARC-PROGID WS-ARC-TYPE WS-ARC-NO
022258                        WS-ARC-C-NO WS-ARC-DATE ENR-OUTSTMT
022258     WRITE ENR-OUTSTMT
022258     .
022258
022100 TEST-SQLCODE.
022200     EVALUATE TRUE
022300          WHEN SQLCODE IS EQUAL TO ZERO
023700     DISPLAY 'PART12 ABENDING - SEE SQLCODE ABOVE'
023800     MOVE 16 TO RETURN-CODE
023900     STOP RUN.
024000
024100******************************************************
024200*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
024300*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
024400*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
024500******************************************************
024600 GET-RUN-PARM.
024700     MOVE RETURN-CODE TO WS-PGET-RETCODE
024800     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
024900                        WS-PGET-VALUE
025000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
025100     MOVE WS-PGET-RETCODE TO RETURN-CODE
025200     .
