001240*              IS SKIPPED; ONE WHO MISSED AN INSTALLMENT GETS    *
001250*              THE SPECIFIC BROKEN-PLAN LETTER (LEVEL 4 ON THE   *
001260*              REGISTER). PART42 REPORTS PLAN ADHERENCE.         *
001270* 2026-10-15 : AMOUNTS IN OPEN DISPUTE (API5.DISPUTES) ARE HELD  *
001280*              OUT OF THE BALANCE BEFORE IT IS AGED, SO NO       *
001290*              LETTER CHASES MONEY WITHHELD PENDING RESOLUTION.  *
001291* 2026-10-15 : THE ESCALATION NOW COUNTS FROM THE DUE DATE UNDER *
001292*              THE CUSTOMER'S PAYMENT TERMS (API5.PAYMENT_TERMS  *
001293*              NET DAYS, NET 30 WITHOUT A CODE) - LEVEL 1 ONCE   *
001294*              PAST DUE, LEVEL 2 AT 30 DAYS AND LEVEL 3 AT 60    *
001295*              DAYS PAST DUE. THE LETTER TEXT SAYS SO.           *
001295* 2026-10-15 : LETTER LABELS AND PARAGRAPHS NOW COME FROM        *
001295*              API5.DOC_TEXTS (DOCTXT) IN THE CUSTOMER'S         *
001295*              LANGUAGE (CUSTOMERS.LANG_CODE), SO ONE RUN MIXES  *
001295*              FRENCH AND ENGLISH LETTERS. THE LETTER DATE       *
001295*              PRINTS DD/MM/YYYY FOR 'FR' AND MM/DD/YYYY FOR     *
001295*              'EN', AND AN 'EN' LETTER'S AMOUNT TAKES A DECIMAL *
001295*              POINT. DUNREG IS UNCHANGED.                       *
001295* 2026-10-15 : EVERY LETTER IS ALSO WRITTEN TO THE DOCUMENT      *
001295*              ARCHIVE (API5.DOC_ARCHIVE, TYPE 'DUN', UNDER THE  *
001295*              CUSTOMER AND LETTER DATE) THROUGH THE DOCARCW     *
001295*              ROUTINE, SO PART117 CAN REPRINT THE EXACT COPY.   *
001295*              THE RUN NOW COMMITS AT THE END.                   *
001296* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001297*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001298*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001299*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
004300     EXEC SQL
004400        DECLARE CCUST CURSOR
004500        FOR
004600        SELECT C_NO, NAME, ADDRESS, BALANCE,
004650              COALESCE(LANG_CODE, 'FR')
004700        FROM API5.CUSTOMERS
004800        WHERE BALANCE > 0
004900        ORDER BY C_NO
005900     END-EXEC.
006000
006100 77 WS-TODAY-RAW      PIC X(08).
006150 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006200 77 WS-TODAY-INT      PIC 9(8).
006300 77 WS-TODAY-DASHED   PIC X(10).
006400 77 WS-WORK-DATE      PIC 9(8).
006700 77 WS-CUTOFF-30      PIC X(10).
006800 77 WS-CUTOFF-60      PIC X(10).
006900 77 WS-CUTOFF-90      PIC X(10).
006910 77 WS-NET-DAYS       PIC 9(3).
007000 77 WS-REMAINING      PIC S9(8)V99 COMP-3.
007050 77 WS-CUS-DISPUTED   PIC S9(8)V99 COMP-3.
007100 77 WS-ALLOC          PIC S9(8)V99 COMP-3.
007200 77 WS-BUCK-30        PIC S9(8)V99 COMP-3.
007300 77 WS-BUCK-60        PIC S9(8)V99 COMP-3.
008360    88 PLAN-NONE        VALUE 'N'.
008370    88 PLAN-CURRENT     VALUE 'C'.
008380    88 PLAN-BROKEN      VALUE 'B'.
008380******************************************************
008380*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF EVERY  ***
008380*** LABEL AND LETTER LINE IN TEXT-NUMBER ORDER, AND ***
008380*** THE FRENCH AND ENGLISH COPIES DOCTXT BUILDS.    ***
008380*** TEXTS 4-7 NAME THE LETTER LEVEL, 8-19 ARE THE   ***
008380*** THREE LINES OF LETTERS 1 TO 4.                  ***
008380******************************************************
008380 77 DOCTXT            PIC X(8) VALUE 'DOCTXT'.
008380 77 WS-DOC-ID         PIC X(8) VALUE 'PART16'.
008380 77 WS-DOC-COUNT      PIC 9(3) VALUE 19.
008380 77 WS-DOC-FOUND      PIC 9(3) VALUE ZERO.
008380 77 WS-DOC-LANG       PIC X(2).
008380 77 WS-DOC-LANG-SW    PIC X VALUE 'F'.
008380    88 DOC-LANG-FR      VALUE 'F'.
008380    88 DOC-LANG-EN      VALUE 'E'.
008380 77 WS-DOC-DATE-IN    PIC X(10).
008380 77 WS-DOC-DATE-OUT   PIC X(10).
008380 77 DOCARCW           PIC X(8) VALUE 'DOCARCW'.
008380 77 WS-ARC-PROGID     PIC X(8) VALUE 'PART16'.
008380 77 WS-ARC-TYPE       PIC X(3) VALUE 'DUN'.
008380 77 WS-ARC-NO         PIC X(12).
008380 01 WS-HOUSE-TEXTS.
008380    05 FILLER         PIC X(60) VALUE 'DATE : '.
008380    05 FILLER         PIC X(60) VALUE 'AMOUNT OVERDUE         : '.
008380    05 FILLER         PIC X(60) VALUE 'OLDEST UNPAID AMOUNT   : '.
008380    05 FILLER         PIC X(60) VALUE 'PAST DUE'.
008380    05 FILLER         PIC X(60) VALUE '30+ DAYS LATE'.
008380    05 FILLER         PIC X(60) VALUE '60+ DAYS LATE'.
008380    05 FILLER         PIC X(60) VALUE 'PLAN BROKEN'.
008380    05 FILLER         PIC X(60) VALUE
008380       'OUR RECORDS SHOW THE AMOUNT ABOVE IS NOW PAST DUE. WE'.
008380    05 FILLER         PIC X(60) VALUE
008380       'WOULD BE GRATEFUL FOR YOUR PAYMENT AT YOUR EARLIEST'.
008380    05 FILLER         PIC X(60) VALUE
008380       'CONVENIENCE. PLEASE DISREGARD IF ALREADY SETTLED.'.
008380    05 FILLER         PIC X(60) VALUE
008380       'DESPITE OUR PREVIOUS REMINDER, THE AMOUNT ABOVE REMAINS'.
008380    05 FILLER         PIC X(60) VALUE
008380       'UNPAID MORE THAN 30 DAYS AFTER ITS DUE DATE. PLEASE'.
008380    05 FILLER         PIC X(60) VALUE
008380       'SETTLE IT WITHIN TEN DAYS OR AGREE A PAYMENT PLAN.'.
008380    05 FILLER         PIC X(60) VALUE
008380       'THE AMOUNT ABOVE IS NOW MORE THAN 60 DAYS PAST DUE.'.
008380    05 FILLER         PIC X(60) VALUE
008380       'UNLESS PAYMENT REACHES US WITHIN TEN DAYS YOUR ACCOUNT'.
008380    05 FILLER         PIC X(60) VALUE
008380       'WILL BE BLOCKED AND PASSED TO OUR COLLECTIONS AGENCY.'.
008380    05 FILLER         PIC X(60) VALUE
008380       'YOU AGREED A PAYMENT PLAN WITH US AND AN INSTALLMENT IS'.
008380    05 FILLER         PIC X(60) VALUE
008380       'NOW PAST ITS DUE DATE. PLEASE BRING THE PLAN BACK UP TO'.
008380    05 FILLER         PIC X(60) VALUE
008380       'DATE WITHIN TEN DAYS OR THE FULL BALANCE FALLS DUE.'.
008380 01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
008380    05 WS-HOUSE-TEXT  PIC X(60) OCCURS 19.
008380 01 WS-FR-TAB.
008380    05 WS-FR-TEXT     PIC X(60) OCCURS 19.
008380 01 WS-EN-TAB.
008380    05 WS-EN-TEXT     PIC X(60) OCCURS 19.
008380 01 WS-DOC-TAB.
008380    05 WS-DOC-TEXT    PIC X(60) OCCURS 19.
008400
008500 01 L-BLANK           PIC X(80) VALUE SPACE.
008600 01 L-DATE-LINE.
008700    05 DATE-LBL       PIC X(7)  VALUE SPACE.
008800    05 LETTER-DATE-ED PIC X(10).
008900    05 FILLER         PIC X(63) VALUE SPACE.
009000 01 L-NAME-LINE.
009400    05 LETTER-ADDR-ED PIC X(40).
009500    05 FILLER         PIC X(40) VALUE SPACE.
009600 01 L-AMOUNT-LINE.
009700    05 AMT-LBL        PIC X(26) VALUE SPACE.
009900    05 LETTER-AMT-ED  PIC -ZZZZZZ9,99.
010000    05 FILLER         PIC X(43) VALUE SPACE.
010100 01 L-AGE-LINE.
010200    05 AGE-LBL        PIC X(26) VALUE SPACE.
010400    05 LETTER-AGE-ED  PIC X(13).
010500    05 FILLER         PIC X(41) VALUE SPACE.
010600 01 L-TEXT-1A         PIC X(80) VALUE SPACE.
010800 01 L-TEXT-1B         PIC X(80) VALUE SPACE.
011000 01 L-TEXT-1C         PIC X(80) VALUE SPACE.
011200 01 L-TEXT-2A         PIC X(80) VALUE SPACE.
011400 01 L-TEXT-2B         PIC X(80) VALUE SPACE.
011600 01 L-TEXT-2C         PIC X(80) VALUE SPACE.
011800 01 L-TEXT-3A         PIC X(80) VALUE SPACE.
012000 01 L-TEXT-3B         PIC X(80) VALUE SPACE.
012200 01 L-TEXT-3C         PIC X(80) VALUE SPACE.
012310 01 L-TEXT-4A         PIC X(80) VALUE SPACE.
012330 01 L-TEXT-4B         PIC X(80) VALUE SPACE.
012350 01 L-TEXT-4C         PIC X(80) VALUE SPACE.
012400 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '='.
012500
012600 01 L-REGISTER-LINE.
013500
013600 PROCEDURE DIVISION.
013700     PERFORM COMPUTE-CUTOFF-DATES
013750     PERFORM LOAD-DOC-TEXTS
013800
013900     OPEN OUTPUT OUTDUN
014000     OPEN OUTPUT DUNREG
017210     DISPLAY 'PART16 : LEVEL 4 (PLAN BROKEN) : ' WS-CNT-LEVEL4
017220     DISPLAY 'PART16 : SKIPPED - PLAN CURRENT : '
017230             WS-CNT-PLAN-SKIP
017265     PERFORM COMMIT-SQL
017300     GOBACK.
017400
017500 COMPUTE-CUTOFF-DATES.
017600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017650     CALL RUNDATE USING WS-TODAY-RAW
017700     MOVE WS-TODAY-RAW TO WS-TODAY-INT
017800     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017900            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018000            INTO WS-TODAY-DASHED
018100     END-STRING
018110     .
018120
018130******************************************************
018140*** THE CUSTOMER'S OWN CUTOFFS - A CHARGE DATED ON  ***
018150*** OR BEFORE TODAY LESS THE NET DAYS IS PAST DUE,  ***
018160*** 30 AND 60 DAYS FURTHER BACK IT ESCALATES. NO    ***
018170*** TERMS CODE (OR AN UNKNOWN ONE) IS NET 30.       ***
018180******************************************************
018190 COMPUTE-CUSTOMER-CUTOFFS.
018191     EXEC SQL
018192        SELECT T.NET_DAYS INTO :WS-NET-DAYS
018193        FROM API5.CUSTOMERS C, API5.PAYMENT_TERMS T
018194        WHERE C.C_NO       = :CUS-NO
018195        AND   T.TERMS_CODE = C.TERMS_CODE
018196     END-EXEC
018197     IF SQLCODE = +100
018198        MOVE 30 TO WS-NET-DAYS
018199     ELSE
018200        PERFORM TEST-SQLCODE
018201     END-IF
018202
018300     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
018400             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
018450              - WS-NET-DAYS)
018500     PERFORM FORMAT-WORK-DATE
018600     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-30
018700
018800     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
018900             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
018950              - WS-NET-DAYS - 30)
019000     PERFORM FORMAT-WORK-DATE
019100     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-60
019200
019300     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
019400             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
019450              - WS-NET-DAYS - 60)
019500     PERFORM FORMAT-WORK-DATE
019600     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-90
019700     .
020700 FETCH-NEXT-CUSTOMER.
020800     EXEC SQL
020900        FETCH CCUST
021000        INTO :CUS-NO, :CUS-NAME, :CUS-ADDRESS, :CUS-BALANCE,
021050             :CUS-LANG
021100     END-EXEC
021200     .
021300
021400******************************************************
021500*** SAME NEWEST-FIRST ALLOCATION AS PART13, KEPT TO ***
021600*** THE THREE OVERDUE BUCKETS A LETTER CARES ABOUT. ***
021650*** AN AMOUNT IN OPEN DISPUTE IS NEVER DUNNED.      ***
021700******************************************************
021800 AGE-ONE-CUSTOMER.
021900     MOVE ZERO TO WS-BUCK-30
022000     MOVE ZERO TO WS-BUCK-60
022100     MOVE ZERO TO WS-BUCK-90
022110     PERFORM COMPUTE-CUSTOMER-CUTOFFS
022150     PERFORM GET-CUSTOMER-DISPUTED
022200     COMPUTE WS-REMAINING = CUS-BALANCE - WS-CUS-DISPUTED
022300     SET HIST-NOT-DONE TO TRUE
022400
022500     EXEC SQL
024000     END-IF
024100     .
024200
024200 GET-CUSTOMER-DISPUTED.
024201     EXEC SQL
024202        SELECT COALESCE(SUM(AMOUNT), 0)
024203             INTO :WS-CUS-DISPUTED
024204        FROM API5.DISPUTES
024205        WHERE C_NO = :CUS-NO
024206        AND   STATUS = 'O'
024207     END-EXEC
024208     PERFORM TEST-SQLCODE
024209     .
024299
024300 ALLOCATE-ONE-MOVEMENT.
024400     EXEC SQL
024500        FETCH CHIST
027400     .
027500
027600******************************************************
027700*** LEVEL 3 = ANYTHING 60 DAYS PAST DUE, LEVEL 2 =  ***
027800*** 30 DAYS PAST DUE, LEVEL 1 = PAST DUE. NOTHING   ***
027900*** OVERDUE = NO LETTER.                            ***
028000******************************************************
027410******************************************************
027420*** AN AGREED PLAN WITH UNPAID INSTALLMENTS AND     ***
029400     .
029500
029600 WRITE-ONE-LETTER.
029650     PERFORM SET-DOC-LANGUAGE
029700     ADD 1 TO WS-CNT-LETTERS
029800     EVALUATE WS-LETTER-LEVEL
029900        WHEN 1 ADD 1 TO WS-CNT-LEVEL1
030150        WHEN 4 ADD 1 TO WS-CNT-LEVEL4
030200     END-EVALUATE
030300
030400     MOVE WS-TODAY-DASHED TO WS-DOC-DATE-IN
030433     PERFORM FORMAT-DOC-DATE
030466     MOVE WS-DOC-DATE-OUT TO LETTER-DATE-ED
030483     MOVE WS-TODAY-DASHED TO WS-ARC-NO
030500     MOVE CUS-NAME        TO LETTER-NAME-ED
030600     MOVE CUS-ADDRESS     TO LETTER-ADDR-ED
030700     MOVE WS-OVERDUE-AMT  TO LETTER-AMT-ED
030725     IF DOC-LANG-EN
030750        INSPECT LETTER-AMT-ED REPLACING ALL ',' BY '.'
030775     END-IF
030800     EVALUATE WS-LETTER-LEVEL
030900        WHEN 1 MOVE WS-DOC-TEXT(4) TO LETTER-AGE-ED
031000        WHEN 2 MOVE WS-DOC-TEXT(5) TO LETTER-AGE-ED
031100        WHEN 3 MOVE WS-DOC-TEXT(6) TO LETTER-AGE-ED
031150        WHEN 4 MOVE WS-DOC-TEXT(7) TO LETTER-AGE-ED
031200     END-EVALUATE
031300
031400     MOVE L-DATE-LINE TO ENR-OUTDUN
031450     PERFORM PUT-LETTER-LINE
031500     MOVE L-BLANK TO ENR-OUTDUN
031550     PERFORM PUT-LETTER-LINE
031600     MOVE L-NAME-LINE TO ENR-OUTDUN
031650     PERFORM PUT-LETTER-LINE
031700     MOVE L-ADDR-LINE TO ENR-OUTDUN
031750     PERFORM PUT-LETTER-LINE
031800     MOVE L-BLANK TO ENR-OUTDUN
031850     PERFORM PUT-LETTER-LINE
031900     MOVE L-AMOUNT-LINE TO ENR-OUTDUN
031950     PERFORM PUT-LETTER-LINE
032000     MOVE L-AGE-LINE TO ENR-OUTDUN
032050     PERFORM PUT-LETTER-LINE
032100     MOVE L-BLANK TO ENR-OUTDUN
032150     PERFORM PUT-LETTER-LINE
032200
032300     EVALUATE WS-LETTER-LEVEL
032400        WHEN 1
032500             MOVE L-TEXT-1A TO ENR-OUTDUN
032550             PERFORM PUT-LETTER-LINE
032600             MOVE L-TEXT-1B TO ENR-OUTDUN
032650             PERFORM PUT-LETTER-LINE
032700             MOVE L-TEXT-1C TO ENR-OUTDUN
032750             PERFORM PUT-LETTER-LINE
032800        WHEN 2
032900             MOVE L-TEXT-2A TO ENR-OUTDUN
032950             PERFORM PUT-LETTER-LINE
033000             MOVE L-TEXT-2B TO ENR-OUTDUN
033050             PERFORM PUT-LETTER-LINE
033100             MOVE L-TEXT-2C TO ENR-OUTDUN
033150             PERFORM PUT-LETTER-LINE
033200        WHEN 3
033300             MOVE L-TEXT-3A TO ENR-OUTDUN
033350             PERFORM PUT-LETTER-LINE
033400             MOVE L-TEXT-3B TO ENR-OUTDUN
033450             PERFORM PUT-LETTER-LINE
033500             MOVE L-TEXT-3C TO ENR-OUTDUN
033505             PERFORM PUT-LETTER-LINE
033510        WHEN 4
033520             MOVE L-TEXT-4A TO ENR-OUTDUN
033525             PERFORM PUT-LETTER-LINE
033530             MOVE L-TEXT-4B TO ENR-OUTDUN
033535             PERFORM PUT-LETTER-LINE
033540             MOVE L-TEXT-4C TO ENR-OUTDUN
033570             PERFORM PUT-LETTER-LINE
033600     END-EVALUATE
033700
033800     MOVE L-PAGE-BREAK TO ENR-OUTDUN
033850     PERFORM PUT-LETTER-LINE
033900     .
034000
034001******************************************************
034002*** BOTH LANGUAGES' WORDING IS READ ONCE - THE      ***
034003*** HOUSE TEXT WITH THE API5.DOC_TEXTS ROWS LAID   ***
034004*** OVER IT BY DOCTXT.                             ***
034005******************************************************
034006 LOAD-DOC-TEXTS.
034007     MOVE WS-HOUSE-TAB TO WS-FR-TAB
034008     MOVE 'FR' TO WS-DOC-LANG
034009     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
034010                       WS-FR-TAB WS-DOC-FOUND
034011     MOVE WS-HOUSE-TAB TO WS-EN-TAB
034012     MOVE 'EN' TO WS-DOC-LANG
034013     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
034014                       WS-EN-TAB WS-DOC-FOUND
034015     .
034016
034017******************************************************
034018*** EACH LETTER SPEAKS ITS CUSTOMER'S LANGUAGE -    ***
034018*** THE DOC_TEXTS WORDING GOES INTO THE LETTER      ***
034018*** LINES; AN 'EN' LETTER ALSO GETS AN MM/DD/YYYY   ***
034018*** DATE AND A DECIMAL POINT. THE REGISTER STAYS AS ***
034018*** IT WAS.                                         ***
034022******************************************************
034023 SET-DOC-LANGUAGE.
034024     IF CUS-LANG = 'EN'
034025        SET DOC-LANG-EN TO TRUE
034026        MOVE WS-EN-TAB TO WS-DOC-TAB
034027     ELSE
034028        SET DOC-LANG-FR TO TRUE
034029        MOVE WS-FR-TAB TO WS-DOC-TAB
034030     END-IF
034031     MOVE WS-DOC-TEXT(1)  TO DATE-LBL
034032     MOVE WS-DOC-TEXT(2)  TO AMT-LBL
034033     MOVE WS-DOC-TEXT(3)  TO AGE-LBL
034034     MOVE WS-DOC-TEXT(8)  TO L-TEXT-1A
034035     MOVE WS-DOC-TEXT(9)  TO L-TEXT-1B
034036     MOVE WS-DOC-TEXT(10) TO L-TEXT-1C
034037     MOVE WS-DOC-TEXT(11) TO L-TEXT-2A
034038     MOVE WS-DOC-TEXT(12) TO L-TEXT-2B
034039     MOVE WS-DOC-TEXT(13) TO L-TEXT-2C
034040     MOVE WS-DOC-TEXT(14) TO L-TEXT-3A
034041     MOVE WS-DOC-TEXT(15) TO L-TEXT-3B
034042     MOVE WS-DOC-TEXT(16) TO L-TEXT-3C
034043     MOVE WS-DOC-TEXT(17) TO L-TEXT-4A
034044     MOVE WS-DOC-TEXT(18) TO L-TEXT-4B
034045     MOVE WS-DOC-TEXT(19) TO L-TEXT-4C
034046     .
034047
034048******************************************************
034049*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -   ***
034050*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.   ***
034051*** ANYTHING ELSE PRINTS AS IT CAME.               ***
034052******************************************************
034053 FORMAT-DOC-DATE.
034054     MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
034055     IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
034056        MOVE SPACES TO WS-DOC-DATE-OUT
034057        IF DOC-LANG-EN
034058           STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
034059                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
034060                  INTO WS-DOC-DATE-OUT
034061           END-STRING
034062        ELSE
034063           STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
034064                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
034065                  INTO WS-DOC-DATE-OUT
034066           END-STRING
034067        END-IF
034068     END-IF
034069     .
034070
034100 WRITE-REGISTER-LINE.
034200     MOVE WS-TODAY-DASHED TO REG-DATE-ED
034300     MOVE CUS-NO          TO REG-CNO-ED
034600     WRITE DUNREG-RECORD FROM L-REGISTER-LINE
034700     .
034800
034806 COMMIT-SQL.
034812     EXEC SQL COMMIT END-EXEC
034818     PERFORM TEST-SQLCODE
034824     .
034830
034836******************************************************
034842*** EVERY PRINTED LINE IS FILED IN THE DOCUMENT     ***
034848*** ARCHIVE UNDER THE CUSTOMER AND LETTER DATE.     ***
034854******************************************************
034860 PUT-LETTER-LINE.
034866     CALL DOCARCW USING WS-ARC-PROGID WS-ARC-TYPE WS-ARC-NO
034872                        CUS-NO WS-TODAY-DASHED ENR-OUTDUN
034878     WRITE ENR-OUTDUN
034884     .
034890
034900 TEST-SQLCODE.
035000     EVALUATE TRUE
035100          WHEN SQLCODE IS EQUAL TO ZERO
