001857*              OLD/NEW COLUMNS CARRY DEPOSIT FIGURES. TYPES 'A'  *
001858*              (DEPOSIT APPLIED) AND 'R' (REFUND) DO JOURNAL AND *
001859*              NEED THEIR GL_ACCOUNTS MAPPING ROWS IN PLACE.     *
001860* 2026-10-15 : FREIGHT BILLED BY PART7/PART83 POSTS AS HISTORY   *
001861*              TYPE 'X' AND JOURNALS AS ITS OWN EVENT TYPE 'X'   *
001862*              (FREIGHT INCOME, NOT SALES REVENUE) - ITS         *
001863*              GL_ACCOUNTS MAPPING ROW MUST BE IN PLACE. THE     *
001864*              JOURNAL SUMMARY NOW SHOWS THE DAY'S FREIGHT.      *
001870* 2026-10-15 : TYPE 'M' ACCOUNT MERGE TRANSFERS (PART96) ARE     *
001871*              EXCLUDED - THE PAIR MOVES A BALANCE FROM ONE      *
001872*              CUSTOMER TO ANOTHER AND NETS TO ZERO IN           *
001873*              RECEIVABLES, SO THERE IS NOTHING TO JOURNAL.      *
001888* 2026-10-15 : REALIZED EXCHANGE DIFFERENCES ON FOREIGN-CURRENCY *
001903*              RECEIPTS (PART14 HISTORY TYPE 'G') JOURNAL BY     *
001918*              SIGN - A GAIN AS EVENT TYPE 'G', A LOSS AS EVENT  *
001933*              TYPE 'L' - SO EACH REACHES ITS OWN PROFIT AND     *
001948*              LOSS ACCOUNT. BOTH GL_ACCOUNTS MAPPING ROWS MUST  *
001963*              BE IN PLACE. THE JOURNAL SUMMARY SHOWS THE DAY'S  *
001978*              FX GAINS AND LOSSES.                              *
001981* 2026-10-15 : THE COST OF THE DAY'S FREE-OF-CHARGE LINES        *
001984*              (ITEMS.FOC_REASON) JOURNALS AS AN EXPENSE - EVENT *
001987*              TYPE 'Y' FOR SAMPLES AND GOODWILL (MARKETING),    *
001990*              'Z' FOR WARRANTY REPLACEMENTS - BY MARKET. BOTH   *
001993*              GL_ACCOUNTS MAPPING ROWS MUST BE IN PLACE. THE    *
001996*              SUMMARY SHOWS BOTH TOTALS.                        *
001996* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001996*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001996*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001996*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001996* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001996*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001996*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001996*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001996*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001996*              FOR THE PART131 REPORT.                           *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004500*** THE DAY'S BALANCE POSTINGS, ROLLED UP BY EVENT  ***
004600*** TYPE AND THE ORDER'S MARKET ('**' FOR POSTINGS  ***
004700*** WITH NO ORDER - PAYMENTS, CHARGES, WRITE-OFFS). ***
004733*** EXCHANGE DIFFERENCES ('G') SPLIT BY SIGN - A    ***
004766*** LOSS JOURNALS AS EVENT 'L'.                     ***
004800******************************************************
004900     EXEC SQL
005000        DECLARE CBAL CURSOR
005100        FOR
005200        SELECT CASE WHEN B.HIST_TYPE = 'G' AND B.AMOUNT < 0
005250                    THEN 'L' ELSE B.HIST_TYPE END,
005300               COALESCE(O.MARKET, '**'),
005400               SUM(B.AMOUNT)
005500        FROM API5.BALANCE_HISTORY B
005700        ON B.O_NO = O.O_NO
005800        WHERE B.HIST_DATE = :WS-JRNL-DATE
005810        AND   B.HIST_TYPE <> 'D'
005820        AND   B.HIST_TYPE <> 'M'
005900        GROUP BY CASE WHEN B.HIST_TYPE = 'G' AND B.AMOUNT < 0
005933                      THEN 'L' ELSE B.HIST_TYPE END,
005966                 COALESCE(O.MARKET, '**')
006000        ORDER BY 1, 2
006100     END-EXEC.
006200
006300******************************************************
007600        GROUP BY O.MARKET
007700        ORDER BY O.MARKET
007800     END-EXEC.
007803
007806******************************************************
007809*** THE COST OF THE DAY'S FREE-OF-CHARGE LINES, BY  ***
007812*** MARKET - SAMPLES AND GOODWILL ('Y') ARE         ***
007815*** MARKETING EXPENSE, WARRANTY REPLACEMENTS ('Z')  ***
007818*** WARRANTY EXPENSE.                               ***
007821******************************************************
007824     EXEC SQL
007827        DECLARE CFOC CURSOR
007830        FOR
007833        SELECT CASE WHEN I.FOC_REASON = 'W' THEN 'Z'
007836                    ELSE 'Y' END,
007839               O.MARKET,
007842               SUM(I.QUANTITY * COALESCE(I.UNIT_COST, 0))
007845        FROM API5.ITEMS I
007848        JOIN API5.ORDERS O
007851        ON I.O_NO = O.O_NO
007854        WHERE O.O_DATE = :WS-JRNL-DATE
007857        AND   I.ITEM_TYPE = 'O'
007860        AND   COALESCE(I.FOC_REASON, ' ') <> ' '
007863        GROUP BY CASE WHEN I.FOC_REASON = 'W' THEN 'Z'
007866                      ELSE 'Y' END,
007869                 O.MARKET
007872        ORDER BY 1, 2
007875     END-EXEC.
007900
008000 77 WS-DATE-PARM      PIC X(10).
008100 77 WS-JRNL-DATE      PIC X(10).
008200 77 WS-TODAY-RAW      PIC X(8).
008250 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008258 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008266 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART44'.
008274 77 WS-PGET-NAME      PIC X(12).
008282 77 WS-PGET-VALUE     PIC X(40).
008290 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008300 77 WS-TODAY-DASHED   PIC X(10).
008400 77 BDAYCHK           PIC X(8) VALUE 'BDAYCHK'.
008500 77 WS-BDAY-FUNC      PIC X(1).
010000 77 WS-TOT-CREDIT     PIC S9(11)V99 COMP-3 VALUE ZERO.
010100 77 ED-TOT-DEBIT      PIC -ZZZZZZZZZZ9,99.
010200 77 ED-TOT-CREDIT     PIC -ZZZZZZZZZZ9,99.
010210 77 WS-TOT-FREIGHT    PIC S9(11)V99 COMP-3 VALUE ZERO.
010220 77 ED-TOT-FREIGHT    PIC -ZZZZZZZZZZ9,99.
010236 77 WS-TOT-FX-GAIN    PIC S9(11)V99 COMP-3 VALUE ZERO.
010252 77 ED-TOT-FX-GAIN    PIC -ZZZZZZZZZZ9,99.
010268 77 WS-TOT-FX-LOSS    PIC S9(11)V99 COMP-3 VALUE ZERO.
010284 77 ED-TOT-FX-LOSS    PIC -ZZZZZZZZZZ9,99.
010287 77 WS-TOT-FOC-MKTG  PIC S9(11)V99 COMP-3 VALUE ZERO.
010290 77 ED-TOT-FOC-MKTG  PIC -ZZZZZZZZZZ9,99.
010293 77 WS-TOT-FOC-WRTY  PIC S9(11)V99 COMP-3 VALUE ZERO.
010296 77 ED-TOT-FOC-WRTY  PIC -ZZZZZZZZZZ9,99.
010300 77 WS-JX             PIC 9(3) COMP VALUE ZERO.
010400 77 WS-JRNL-COUNT     PIC 9(3) COMP VALUE ZERO.
010500
014600
014700     PERFORM COLLECT-BALANCE-EVENTS
014800     PERFORM COLLECT-TAX-EVENTS
014850     PERFORM COLLECT-FREE-GOODS-EVENTS
014900
015000     IF RUN-REFUSED
015100        DISPLAY 'PART44 : JOURNAL NON EMIS - MAPPING MANQUANT'
017200     DISPLAY 'LINES WRITTEN : ' WS-JRNL-COUNT
017300     DISPLAY 'TOTAL DEBITS  : ' ED-TOT-DEBIT
017400     DISPLAY 'TOTAL CREDITS : ' ED-TOT-CREDIT
017410     MOVE WS-TOT-FREIGHT TO ED-TOT-FREIGHT
017420     DISPLAY 'FREIGHT (X)   : ' ED-TOT-FREIGHT
017436     MOVE WS-TOT-FX-GAIN TO ED-TOT-FX-GAIN
017452     DISPLAY 'FX GAIN (G)   : ' ED-TOT-FX-GAIN
017468     MOVE WS-TOT-FX-LOSS TO ED-TOT-FX-LOSS
017484     DISPLAY 'FX LOSS (L)   : ' ED-TOT-FX-LOSS
017487     MOVE WS-TOT-FOC-MKTG TO ED-TOT-FOC-MKTG
017490     DISPLAY 'FREE MKTG (Y) : ' ED-TOT-FOC-MKTG
017493     MOVE WS-TOT-FOC-WRTY TO ED-TOT-FOC-WRTY
017496     DISPLAY 'FREE WRTY (Z) : ' ED-TOT-FOC-WRTY
017500     DISPLAY '===================================='
017600     GOBACK.
017700
018100******************************************************
018200 INITIALIZE-PARAMETERS.
018300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018350     CALL RUNDATE USING WS-TODAY-RAW
018400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
018500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018600            INTO WS-TODAY-DASHED
018700     END-STRING
018800     MOVE SPACES TO WS-DATE-PARM
018900     MOVE 'GLDATE' TO WS-PGET-NAME
018933     PERFORM GET-RUN-PARM
018966     MOVE WS-PGET-VALUE TO WS-DATE-PARM
019000     IF WS-DATE-PARM NOT = SPACES
019100        MOVE WS-DATE-PARM TO WS-JRNL-DATE
019200     ELSE
026000        PERFORM TEST-SQLCODE
026100     END-IF
026200     .
026203
026206 COLLECT-FREE-GOODS-EVENTS.
026209     EXEC SQL
026212        OPEN CFOC
026215     END-EXEC
026218     PERFORM TEST-SQLCODE
026221     PERFORM FETCH-NEXT-FOC-EVENT
026224     PERFORM BOOK-NEXT-FOC-EVENT UNTIL SQLCODE NOT EQUAL ZERO
026227     EXEC SQL
026230        CLOSE CFOC
026233     END-EXEC
026236     PERFORM TEST-SQLCODE
026239     .
026242
026245 BOOK-NEXT-FOC-EVENT.
026248     PERFORM BOOK-ONE-EVENT
026251     PERFORM FETCH-NEXT-FOC-EVENT
026254     .
026257
026260 FETCH-NEXT-FOC-EVENT.
026263     EXEC SQL
026266        FETCH CFOC
026269        INTO :WS-EVENT-TYPE, :WS-EVENT-MARKET, :WS-EVENT-AMOUNT
026272     END-EXEC
026275     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
026278        PERFORM TEST-SQLCODE
026281     END-IF
026284     .
026300
026400******************************************************
026500*** ONE EVENT BUCKET BECOMES ONE DEBIT AND ONE      ***
027800           MOVE WS-EVENT-AMOUNT TO WS-ABS-AMOUNT
027900        END-IF
028000        PERFORM LOOKUP-ACCOUNT-MAPPING
028010        IF WS-EVENT-TYPE = 'X'
028020           ADD WS-EVENT-AMOUNT TO WS-TOT-FREIGHT
028030        END-IF
028040        IF WS-EVENT-TYPE = 'G'
028050           ADD WS-EVENT-AMOUNT TO WS-TOT-FX-GAIN
028060        END-IF
028070        IF WS-EVENT-TYPE = 'L'
028080           ADD WS-ABS-AMOUNT TO WS-TOT-FX-LOSS
028090        END-IF
028091        IF WS-EVENT-TYPE = 'Y'
028092           ADD WS-EVENT-AMOUNT TO WS-TOT-FOC-MKTG
028093        END-IF
028094        IF WS-EVENT-TYPE = 'Z'
028095           ADD WS-EVENT-AMOUNT TO WS-TOT-FOC-WRTY
028096        END-IF
028100        IF MAP-FOUND
028200           PERFORM ADD-JOURNAL-PAIR
028300        ELSE
038600     DISPLAY 'PART44 ABENDING - SEE SQLCODE ABOVE'
038700     MOVE 16 TO RETURN-CODE
038800     STOP RUN.
038900
039000******************************************************
039100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
039200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
039300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
039400******************************************************
039500 GET-RUN-PARM.
039600     MOVE RETURN-CODE TO WS-PGET-RETCODE
039700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
039800                        WS-PGET-VALUE
039900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
040000     MOVE WS-PGET-RETCODE TO RETURN-CODE
040100     .
