001392*              CUSTOMERS.PARENT_C_NO PRINT TOGETHER AND EACH     *
001393*              GROUP CLOSES WITH A SUBTOTAL LINE OF ITS COMBINED *
001394*              BUCKETS. UNSET = ONE LINE PER C_NO AS BEFORE.     *
001395* 2026-10-15 : AMOUNTS IN OPEN DISPUTE (API5.DISPUTES) ARE HELD  *
001396*              OUT OF THE AGE BUCKETS AND SHOWN IN THEIR OWN     *
001397*              IN DISPUTE COLUMN BEFORE THE TOTAL. FICAGE IS NOW *
001398*              112 COLUMNS WIDE.                                 *
001399* 2026-10-15 : OPEN ITEMS NOW AGE BY THE DUE DATE PART7/PART83   *
001399*              STAMP FROM THE CUSTOMER'S PAYMENT TERMS - THE     *
001399*              BUCKETS ARE CURRENT (NOT YET DUE) AND 1-30, 31-60 *
001399*              AND 60+ DAYS PAST DUE. AN ITEM WITH NO DUE DATE   *
001399*              AGES FROM ITS INVOICE DATE AS NET 30, WHICH GIVES *
001399*              THE SAME BUCKETS AS BEFORE.                       *
001399* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001399*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001399*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001399*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001399* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001399*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001399*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001399*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001399*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001399*              FOR THE PART131 REPORT.                           *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD OUTAGE.
002700 01 ENR-OUTAGE PIC X(112).
002800
002900 WORKING-STORAGE SECTION.
003000     EXEC SQL
003600     EXEC SQL
003700        INCLUDE OPENITEM
003800     END-EXEC.
003810     EXEC SQL
003820        INCLUDE DISPUTE
003830     END-EXEC.
003900
004000******************************************************
004100*** EVERY CUSTOMER CARRYING A BALANCE.              ***
005100
005200******************************************************
005300*** THE CUSTOMER'S OPEN INVOICES - EACH ONE IS AGED ***
005400*** BY ITS OWN DUE DATE, NO RECONSTRUCTION.         ***
005500*** AN AMOUNT IN OPEN DISPUTE IS NOT AGED.          ***
005600******************************************************
005700     EXEC SQL
005800        DECLARE COITM CURSOR
005900        FOR
006000        SELECT I.OPEN_AMOUNT
006010               - COALESCE((SELECT SUM(D.AMOUNT)
006020                           FROM API5.DISPUTES D
006030                           WHERE D.INV_NO = I.INV_NO
006040                           AND   D.STATUS = 'O'), 0),
006050               I.INV_DATE,
006060               COALESCE(I.DUE_DATE, ' ')
006100        FROM API5.OPEN_ITEMS I
006200        WHERE I.C_NO = :CUS-NO
006250        AND   I.STATUS = 'O'
006300        ORDER BY I.INV_DATE, I.INV_NO
006400     END-EXEC.
006500
006600 77 WS-TODAY-RAW      PIC X(08).
006650 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006658 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
006666 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART13'.
006674 77 WS-PGET-NAME      PIC X(12).
006682 77 WS-PGET-VALUE     PIC X(40).
006690 77 WS-PGET-RETCODE   PIC S9(4) COMP.
006700 77 WS-TODAY-INT      PIC 9(8).
006710 77 WS-TODAY-DASHED   PIC X(10).
006800 77 WS-CUTOFF-30      PIC X(10).
006900 77 WS-CUTOFF-60      PIC X(10).
007000 77 WS-CUTOFF-90      PIC X(10).
008770 77 WS-GRP-60         PIC S9(9)V99 COMP-3 VALUE ZERO.
008780 77 WS-GRP-90         PIC S9(9)V99 COMP-3 VALUE ZERO.
008790 77 WS-GRP-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
008791 77 WS-CUS-DISPUTED   PIC S9(8)V99 COMP-3.
008792 77 WS-TOT-DISPUTED   PIC S9(9)V99 COMP-3 VALUE ZERO.
008793 77 WS-GRP-DISPUTED   PIC S9(9)V99 COMP-3 VALUE ZERO.
008800
008900 01 L-HEADER-BLANK    PIC X(112) VALUE SPACE.
009000 01 L-TITLE-LINE.
009100    05 FILLER         PIC X(23) VALUE 'AGED RECEIVABLES AS OF '.
009200    05 TITLE-DATE-ED  PIC X(10).
009300    05 FILLER         PIC X(79) VALUE SPACE.
009400 01 L-COLUMN-HEAD1.
009500    05 FILLER  PIC X(6)  VALUE 'CUST  '.
009600    05 FILLER  PIC X(26) VALUE 'NAME'.
009700    05 FILLER  PIC X(13) VALUE '     CURRENT'.
009800    05 FILLER  PIC X(13) VALUE '  1-30 LATE'.
009900    05 FILLER  PIC X(13) VALUE ' 31-60 LATE'.
010000    05 FILLER  PIC X(13) VALUE '   60+ LATE'.
010050    05 FILLER  PIC X(12) VALUE '  IN DISPUTE'.
010100    05 FILLER  PIC X(13) VALUE '       TOTAL'.
010200    05 FILLER  PIC X(3)  VALUE SPACE.
010300 01 L-DETAIL-LINE.
011300    05 FILLER         PIC X(1)  VALUE SPACE.
011400    05 DET-90-ED      PIC -ZZZZZZ9,99.
011500    05 FILLER         PIC X(1)  VALUE SPACE.
011510    05 DET-DSP-ED     PIC -ZZZZZZ9,99.
011520    05 FILLER         PIC X(1)  VALUE SPACE.
011600    05 DET-TOT-ED     PIC -ZZZZZZ9,99.
011700    05 FILLER         PIC X(8)  VALUE SPACE.
011800 01 L-TOTAL-LINE.
012700    05 FILLER         PIC X(1)  VALUE SPACE.
012800    05 TOT-90-ED      PIC -ZZZZZZ9,99.
012900    05 FILLER         PIC X(1)  VALUE SPACE.
012910    05 TOT-DSP-ED     PIC -ZZZZZZ9,99.
012920    05 FILLER         PIC X(1)  VALUE SPACE.
013000    05 TOT-GRAND-ED   PIC -ZZZZZZ9,99.
013100    05 FILLER         PIC X(8)  VALUE SPACE.
013210 01 L-GROUP-LINE.
013219    05 FILLER         PIC X(1)  VALUE SPACE.
013220    05 GRP-90-ED      PIC -ZZZZZZ9,99.
013221    05 FILLER         PIC X(1)  VALUE SPACE.
013221    05 GRP-DSP-ED     PIC -ZZZZZZ9,99.
013221    05 FILLER         PIC X(1)  VALUE SPACE.
013222    05 GRP-TOT-ED     PIC -ZZZZZZ9,99.
013223    05 FILLER         PIC X(8)  VALUE SPACE.
013200
013300 PROCEDURE DIVISION.
013400     PERFORM COMPUTE-CUTOFF-DATES
013410     MOVE SPACES TO WS-MODE-PARM
013420     MOVE 'AGEMODE' TO WS-PGET-NAME
013446     PERFORM GET-RUN-PARM
013472     MOVE WS-PGET-VALUE TO WS-MODE-PARM
013500
013600     OPEN OUTPUT OUTAGE
013700     PERFORM WRITE-REPORT-HEADER
016500
016600******************************************************
016700*** RUN-DATE MINUS 30/60/90 DAYS, AS DASHED STRINGS ***
016800*** COMPARABLE AGAINST INV_DATE AND DUE_DATE.       ***
016900******************************************************
017000 COMPUTE-CUTOFF-DATES.
017100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017150     CALL RUNDATE USING WS-TODAY-RAW
017200     MOVE WS-TODAY-RAW TO WS-TODAY-INT
017300     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017400            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
017500            INTO WS-TODAY-DASHED
017600     END-STRING
017650     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
017700
017800     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
017900             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 30)
020800     .
020900
021000******************************************************
021100*** BUCKETS EACH OPEN INVOICE BY ITS DUE DATE.      ***
021200*** THE PART OF THE BALANCE THE OPEN ITEMS DO NOT   ***
021300*** EXPLAIN GOES TO 90+ (OLD CONSERVATISM KEPT);    ***
021400*** UNAPPLIED CASH OFFSETS THE CURRENT BUCKET.      ***
021410*** THE CUSTOMER'S OPEN DISPUTES ARE HELD OUT OF    ***
021420*** THE BALANCE BEFORE ANY OF THIS.                 ***
021500******************************************************
021600 AGE-ONE-CUSTOMER.
021700     MOVE ZERO TO WS-BUCK-CURRENT
021900     MOVE ZERO TO WS-BUCK-60
022000     MOVE ZERO TO WS-BUCK-90
022100
022110     PERFORM GET-CUSTOMER-DISPUTED
022200     COMPUTE WS-REMAINING = CUS-BALANCE - WS-CUS-DISPUTED
022300     SET HIST-NOT-DONE TO TRUE
022400
022500     EXEC SQL
024700     ADD WS-BUCK-30      TO WS-TOT-30
024800     ADD WS-BUCK-60      TO WS-TOT-60
024900     ADD WS-BUCK-90      TO WS-TOT-90
024950     ADD WS-CUS-DISPUTED TO WS-TOT-DISPUTED
025000     ADD CUS-BALANCE     TO WS-TOT-GRAND
025100     .
025200
025110 GET-CUSTOMER-DISPUTED.
025120     MOVE CUS-NO TO DSP-C-NO
025130     EXEC SQL
025140        SELECT COALESCE(SUM(AMOUNT), 0)
025150             INTO :WS-CUS-DISPUTED
025160        FROM API5.DISPUTES
025170        WHERE C_NO = :DSP-C-NO
025180        AND   STATUS = 'O'
025190     END-EXEC
025191     PERFORM TEST-SQLCODE
025192     .
025193
025300 AGE-ONE-OPEN-ITEM.
025400     EXEC SQL
025500        FETCH COITM
025600        INTO :OITEM-OPEN-AMT, :OITEM-INV-DATE,
025650             :OITEM-DUE-DATE
025700     END-EXEC
025800
025900     EVALUATE TRUE
027400     END-EVALUATE
027500     .
027600
027610******************************************************
027620*** NOT YET DUE IS CURRENT, THEN 1-30, 31-60 AND    ***
027630*** 60+ DAYS PAST THE DUE DATE. AN ITEM OPENED      ***
027640*** BEFORE TERMS WERE STAMPED AGES FROM ITS INVOICE ***
027650*** DATE AS NET 30 - THE SAME BUCKETS.              ***
027660******************************************************
027700 BUCKET-ALLOCATION.
027710     IF OITEM-DUE-DATE NOT = SPACES
027720        EVALUATE TRUE
027730           WHEN OITEM-DUE-DATE >= WS-TODAY-DASHED
027740                ADD WS-ALLOC TO WS-BUCK-CURRENT
027750           WHEN OITEM-DUE-DATE >= WS-CUTOFF-30
027760                ADD WS-ALLOC TO WS-BUCK-30
027770           WHEN OITEM-DUE-DATE >= WS-CUTOFF-60
027780                ADD WS-ALLOC TO WS-BUCK-60
027790           WHEN OTHER
027791                ADD WS-ALLOC TO WS-BUCK-90
027792        END-EVALUATE
027793     ELSE
027794        PERFORM BUCKET-BY-INVOICE-DATE
027795     END-IF
027796     .
027797
027798 BUCKET-BY-INVOICE-DATE.
027800     EVALUATE TRUE
027900        WHEN OITEM-INV-DATE > WS-CUTOFF-30
028000             ADD WS-ALLOC TO WS-BUCK-CURRENT
030000     MOVE WS-BUCK-30      TO DET-30-ED
030100     MOVE WS-BUCK-60      TO DET-60-ED
030200     MOVE WS-BUCK-90      TO DET-90-ED
030250     MOVE WS-CUS-DISPUTED TO DET-DSP-ED
030300     MOVE CUS-BALANCE     TO DET-TOT-ED
030400     WRITE ENR-OUTAGE FROM L-DETAIL-LINE
030500     .
030900     MOVE WS-TOT-30      TO TOT-30-ED
031000     MOVE WS-TOT-60      TO TOT-60-ED
031100     MOVE WS-TOT-90      TO TOT-90-ED
031150     MOVE WS-TOT-DISPUTED TO TOT-DSP-ED
031200     MOVE WS-TOT-GRAND   TO TOT-GRAND-ED
031300     WRITE ENR-OUTAGE FROM L-HEADER-BLANK
031400     WRITE ENR-OUTAGE FROM L-TOTAL-LINE
031646     ADD WS-BUCK-30      TO WS-GRP-30
031647     ADD WS-BUCK-60      TO WS-GRP-60
031648     ADD WS-BUCK-90      TO WS-GRP-90
031648     ADD WS-CUS-DISPUTED TO WS-GRP-DISPUTED
031649     ADD CUS-BALANCE     TO WS-GRP-TOTAL
031650     .
031651
031655     MOVE WS-GRP-30      TO GRP-30-ED
031656     MOVE WS-GRP-60      TO GRP-60-ED
031657     MOVE WS-GRP-90      TO GRP-90-ED
031657     MOVE WS-GRP-DISPUTED TO GRP-DSP-ED
031658     MOVE WS-GRP-TOTAL   TO GRP-TOT-ED
031659     WRITE ENR-OUTAGE FROM L-GROUP-LINE
031660     WRITE ENR-OUTAGE FROM L-HEADER-BLANK
031662     MOVE ZERO TO WS-GRP-30
031663     MOVE ZERO TO WS-GRP-60
031664     MOVE ZERO TO WS-GRP-90
031664     MOVE ZERO TO WS-GRP-DISPUTED
031665     MOVE ZERO TO WS-GRP-TOTAL
031666     .
031667
033300     DISPLAY 'PART13 ABENDING - SEE SQLCODE ABOVE'
033400     MOVE 16 TO RETURN-CODE
033500     STOP RUN.
033600
033700******************************************************
033800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
033900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
034000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
034100******************************************************
034200 GET-RUN-PARM.
034300     MOVE RETURN-CODE TO WS-PGET-RETCODE
034400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
034500                        WS-PGET-VALUE
034600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
034700     MOVE WS-PGET-RETCODE TO RETURN-CODE
034800     .
