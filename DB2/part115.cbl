000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART115.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DIRECT DEBIT COLLECTION RUN.    *
000600*              FOR EVERY CUSTOMER WITH AN ACTIVE                 *
000700*              API5.DD_MANDATES ROW SIGNED ON OR BEFORE DDDATE   *
000800*              (ENV VAR YYYY-MM-DD, DEFAULT = TODAY), EACH OPEN  *
000900*              ITEM FALLING DUE BY THAT DATE (DUE_DATE, OR       *
001000*              INVOICE DATE PLUS 30 DAYS ON ITEMS WITHOUT TERMS) *
001100*              IS COLLECTED FOR ITS UNDISPUTED AMOUNT : ONE      *
001200*              RECORD ON THE BANK COLLECTION FILE DDCOLL         *
001300*              (MANDATE, IBAN, AMOUNT, OUR 'DD' + INVOICE        *
001400*              REFERENCE, FRAMED BY HDR/TRL WITH A COUNT AND     *
001500*              CENTS HASH), AND THE RECEIPT POSTED THE WAY       *
001600*              PART14 POSTS ONE - BALANCE, BALANCE_HISTORY TYPE  *
001700*              'P', THE OPEN ITEM SETTLED AND A CASH_RECEIPTS    *
001800*              ROW. MERGED ACCOUNTS AND ITEMS LARGER THAN THE    *
001900*              BALANCE ARE SKIPPED AND LISTED.                   *
001920* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001940*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001960*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001980*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001982* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001984*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001986*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001988*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001990*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001992*              FOR THE PART131 REPORT.                           *
001993* 2026-10-15 : THE DEBITS ARE POSTED THROUGH PERCHK: IN A CLOSED *
001994*              MONTH THE PERIOD_POLICY ROW RE-DATES THE BALANCE  *
001995*              HISTORY AND CASH RECEIPT TO THE NEXT OPEN MONTH   *
001996*              (THE BANK FILE KEEPS THE COLLECTION DATE) OR      *
001997*              STOPS THE RUN WITH RETURN CODE 8 BEFORE DDCOLL IS *
001998*              WRITTEN.                                          *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002400     DECIMAL-POINT IS COMMA.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DDCOLL ASSIGN TO DDCOLL
002900      ORGANIZATION IS SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD DDCOLL.
003400 01 DDCOLL-RECORD PIC X(100).
003500
003600 WORKING-STORAGE SECTION.
003700     EXEC SQL
003800        INCLUDE SQLCA
003900     END-EXEC.
004000     EXEC SQL
004100        INCLUDE CUSTOMER
004200     END-EXEC.
004300     EXEC SQL
004400        INCLUDE BALHIST
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE OPENITEM
004800     END-EXEC.
004900     EXEC SQL
005000        INCLUDE CASHRCPT
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE DDMANDT
005400     END-EXEC.
005500
005600******************************************************
005700*** ITEMS OF MANDATED CUSTOMERS FALLING DUE, AND    ***
005800*** HOW MUCH OF EACH IS IN DISPUTE - ONLY THE REST  ***
005900*** IS COLLECTED.                                   ***
006000******************************************************
006100     EXEC SQL
006200        DECLARE CDDIT CURSOR
006300        FOR
006400        SELECT I.INV_NO, I.O_NO, I.C_NO, I.OPEN_AMOUNT,
006500               COALESCE((SELECT SUM(D.AMOUNT)
006600                         FROM API5.DISPUTES D
006700                         WHERE D.INV_NO = I.INV_NO
006800                         AND   D.STATUS = 'O'), 0),
006900               M.MANDATE_REF, M.IBAN,
007000               COALESCE(C.MERGED_INTO, 0)
007100        FROM API5.OPEN_ITEMS I
007200        JOIN API5.DD_MANDATES M
007300        ON M.C_NO = I.C_NO
007400        JOIN API5.CUSTOMERS C
007500        ON C.C_NO = I.C_NO
007600        WHERE M.ACTIVE = 'O'
007700        AND   M.SIGN_DATE <= :WS-DD-DATE
007800        AND   I.STATUS = 'O'
007900        AND   ((I.DUE_DATE IS NOT NULL
008000                AND  I.DUE_DATE <= :WS-DD-DATE)
008100           OR  (I.DUE_DATE IS NULL
008200                AND  I.INV_DATE <= :WS-NET30-DATE))
008300        ORDER BY I.C_NO, I.INV_NO
008400     END-EXEC.
008500
008600 77 WS-DATE-PARM      PIC X(10).
008700 77 WS-DD-DATE        PIC X(10).
008750 77 WS-POST-DATE      PIC X(10).
008800 77 WS-NET30-DATE     PIC X(10).
008900 77 WS-TODAY-RAW      PIC X(8).
008950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008958 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008966 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART115'.
008974 77 WS-PGET-NAME      PIC X(12).
008982 77 WS-PGET-VALUE     PIC X(40).
008990 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008991 77 PERCHK            PIC X(8) VALUE 'PERCHK'.
008992 77 WS-PER-RESULT     PIC X(10).
008993 77 WS-PER-STATUS     PIC X(1).
008994    88 PER-REFUSED      VALUE 'N'.
008995    88 PER-REDATED      VALUE 'D'.
009000 77 WS-DD-INT         PIC 9(8).
009100 77 WS-WORK-DATE      PIC 9(8).
009200 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
009300 77 WS-DDI-DONE       PIC X VALUE 'N'.
009400    88 DDI-DONE         VALUE 'O'.
009500    88 DDI-NOT-DONE     VALUE 'N'.
009600 77 WS-ITEM-DISPUTED  PIC S9(8)V99 COMP-3.
009700 77 WS-AMOUNT         PIC S9(8)V99 COMP-3.
009800 77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3.
009900 77 WS-NEW-OPEN-AMT   PIC S9(8)V99 COMP-3.
010000 77 WS-SKIP-REASON    PIC X(30).
010100 77 WS-CNT-READ       PIC 9(5) VALUE ZERO.
010200 77 WS-CNT-COLLECTED  PIC 9(5) VALUE ZERO.
010300 77 WS-CNT-SKIPPED    PIC 9(5) VALUE ZERO.
010350 77 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
010400 77 WS-TOT-COLLECTED  PIC S9(9)V99 COMP-3 VALUE ZERO.
010500 77 ED-TOT-COLLECTED  PIC -ZZZZZZZZ9,99.
010600 77 ED-AMOUNT         PIC -ZZZZZZ9,99.
010700 77 WS-CTL-HASH       PIC 9(13) COMP-3 VALUE ZERO.
010800
010900 01 L-HDR-LINE.
011000    05 FILLER          PIC X(3)  VALUE 'HDR'.
011100    05 HDR-DATE-ED     PIC X(10).
011200    05 FILLER          PIC X(4)  VALUE 'DDCL'.
011300    05 FILLER          PIC X(83) VALUE SPACE.
011400 01 L-TRL-LINE.
011500    05 FILLER          PIC X(3)  VALUE 'TRL'.
011600    05 TRL-COUNT-ED    PIC 9(7).
011700    05 TRL-HASH-ED     PIC 9(13).
011800    05 FILLER          PIC X(77) VALUE SPACE.
011900 01 L-DDC-LINE.
012000    05 DDC-REF-ED      PIC X(12).
012100    05 DDC-MANDATE-ED  PIC X(20).
012200    05 DDC-IBAN-ED     PIC X(34).
012300    05 DDC-CNO-ED      PIC 9(4).
012400    05 DDC-INV-ED      PIC 9(6).
012500    05 DDC-AMOUNT-ED   PIC 9(8)V99.
012600    05 DDC-DATE-ED     PIC X(10).
012700    05 FILLER          PIC X(4)  VALUE SPACE.
012800
012900 PROCEDURE DIVISION.
013000     PERFORM INITIALIZE-PARAMETERS
013020     PERFORM CHECK-POSTING-PERIOD
013040     IF PER-REFUSED
013060        GOBACK
013080     END-IF
013100
013200     OPEN OUTPUT DDCOLL
013300     MOVE WS-DD-DATE TO HDR-DATE-ED
013400     WRITE DDCOLL-RECORD FROM L-HDR-LINE
013500
013600     SET DDI-NOT-DONE TO TRUE
013700     EXEC SQL
013800        OPEN CDDIT
013900     END-EXEC
014000     PERFORM TEST-SQLCODE
014100     PERFORM COLLECT-ONE-ITEM UNTIL DDI-DONE
014200     EXEC SQL
014300        CLOSE CDDIT
014400     END-EXEC
014500     PERFORM TEST-SQLCODE
014600
014700     MOVE WS-CNT-COLLECTED TO TRL-COUNT-ED
014800     MOVE WS-CTL-HASH      TO TRL-HASH-ED
014900     WRITE DDCOLL-RECORD FROM L-TRL-LINE
015000     CLOSE DDCOLL
015100
015200     EXEC SQL COMMIT END-EXEC
015300     PERFORM TEST-SQLCODE
015400
015500     MOVE WS-TOT-COLLECTED TO ED-TOT-COLLECTED
015600     DISPLAY '===================================='
015700     DISPLAY 'PART115 DIRECT DEBIT COLLECTION'
015800     DISPLAY 'COLLECTION DATE  : ' WS-DD-DATE
015833     DISPLAY 'POSTING DATE     : ' WS-POST-DATE
015866     DISPLAY 'CLOSED PER REDATED: ' WS-CNT-PER-REDATED
015900     DISPLAY 'ITEMS DUE        : ' WS-CNT-READ
016000     DISPLAY 'ITEMS COLLECTED  : ' WS-CNT-COLLECTED
016100     DISPLAY 'ITEMS SKIPPED    : ' WS-CNT-SKIPPED
016200     DISPLAY 'AMOUNT COLLECTED : ' ED-TOT-COLLECTED
016300     DISPLAY '===================================='
016400     GOBACK.
016500
016600******************************************************
016700*** THE COLLECTION DATE, AND THE INVOICE DATE ON OR ***
016800*** BEFORE WHICH AN ITEM WITHOUT TERMS IS DUE (NET  ***
016900*** 30, AS PART49 AGES IT).                         ***
017000******************************************************
017100 INITIALIZE-PARAMETERS.
017200     MOVE SPACES TO WS-DATE-PARM
017300     MOVE 'DDDATE' TO WS-PGET-NAME
017333     PERFORM GET-RUN-PARM
017366     MOVE WS-PGET-VALUE TO WS-DATE-PARM
017400     IF WS-DATE-PARM NOT = SPACES
017500        MOVE WS-DATE-PARM TO WS-DD-DATE
017600     ELSE
017700        ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017750        CALL RUNDATE USING WS-TODAY-RAW
017800        STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017900               WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018000               INTO WS-DD-DATE
018100        END-STRING
018200     END-IF
018300     STRING WS-DD-DATE(1:4) WS-DD-DATE(6:2) WS-DD-DATE(9:2)
018400            DELIMITED BY SIZE INTO WS-TODAY-RAW
018500     END-STRING
018600     MOVE WS-TODAY-RAW TO WS-DD-INT
018700     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
018800             (FUNCTION INTEGER-OF-DATE(WS-DD-INT) - 30)
018900     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
019000            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
019100            INTO WS-NET30-DATE
019200     END-STRING
019300     .
019302
019304******************************************************
019308*** A COLLECTION DATED IN A MONTH PART23 HAS       ***
019312*** CLOSED IS POSTED ON THE FIRST DAY OF THE NEXT  ***
019316*** OPEN MONTH OR REFUSED OUTRIGHT, BEFORE DDCOLL  ***
019320*** IS WRITTEN, AS THIS PROGRAM'S PERIOD_POLICY    ***
019324*** ROW SAYS (PERCHK). THE BANK FILE KEEPS THE     ***
019328*** COLLECTION DATE.                               ***
019332******************************************************
019336 CHECK-POSTING-PERIOD.
019340     MOVE WS-DD-DATE TO WS-POST-DATE
019344     CALL PERCHK USING WS-PGET-PROGID WS-DD-DATE
019348                       WS-PER-RESULT WS-PER-STATUS
019352     EVALUATE TRUE
019356        WHEN PER-REFUSED
019360             DISPLAY 'PART115 : PERIODE CLOTUREE ' WS-DD-DATE(1:7)
019364                     ' - PRELEVEMENTS NON EMIS'
019368             MOVE 8 TO RETURN-CODE
019372        WHEN PER-REDATED
019376             DISPLAY 'DATE REPORTEE : ' WS-DD-DATE ' -> '
019380                     WS-PER-RESULT
019384             MOVE WS-PER-RESULT TO WS-POST-DATE
019388     END-EVALUATE
019392     .
019400
019500 COLLECT-ONE-ITEM.
019600     EXEC SQL
019700        FETCH CDDIT
019800        INTO :OITEM-INV-NO, :OITEM-O-NO, :OITEM-C-NO,
019900             :OITEM-OPEN-AMT, :WS-ITEM-DISPUTED,
020000             :MAND-REF, :MAND-IBAN, :CUS-MERGED-TO
020100     END-EXEC
020200     EVALUATE TRUE
020300        WHEN SQLCODE = +100
020400             SET DDI-DONE TO TRUE
020500        WHEN SQLCODE = ZERO
020600             COMPUTE WS-AMOUNT = OITEM-OPEN-AMT - WS-ITEM-DISPUTED
020700             IF WS-AMOUNT > ZERO
020800                ADD 1 TO WS-CNT-READ
020900                PERFORM CHECK-AND-COLLECT
021000             END-IF
021100        WHEN OTHER
021200             PERFORM TEST-SQLCODE
021300     END-EVALUATE
021400     .
021500
021600******************************************************
021700*** A MERGED ACCOUNT IS DEAD AND IS NOT DEBITED; AN ***
021800*** ITEM LARGER THAN WHAT THE CUSTOMER OWES (CREDIT ***
021900*** ALREADY ON ACCOUNT) IS LEFT FOR CREDIT CONTROL, ***
022000*** AS PART14 REFUSES AN OVERPAYMENT.               ***
022100******************************************************
022200 CHECK-AND-COLLECT.
022300     MOVE OITEM-C-NO TO CUS-NO
022400     EXEC SQL
022500        SELECT BALANCE
022600             INTO :CUS-BALANCE
022700        FROM API5.CUSTOMERS
022800        WHERE C_NO = :CUS-NO
022900     END-EXEC
023000     PERFORM TEST-SQLCODE
023100     EVALUATE TRUE
023200        WHEN CUS-MERGED-TO NOT = ZERO
023300             MOVE 'COMPTE FUSIONNE' TO WS-SKIP-REASON
023400             PERFORM LIST-SKIPPED-ITEM
023500        WHEN WS-AMOUNT > CUS-BALANCE
023600             MOVE 'MONTANT SUPERIEUR AU SOLDE' TO WS-SKIP-REASON
023700             PERFORM LIST-SKIPPED-ITEM
023800        WHEN OTHER
023900             PERFORM WRITE-COLLECTION-LINE
024000             PERFORM POST-DIRECT-DEBIT
024100     END-EVALUATE
024200     .
024300
024400 LIST-SKIPPED-ITEM.
024500     MOVE WS-AMOUNT TO ED-AMOUNT
024600     DISPLAY 'PRELEVEMENT NON EMIS : CLIENT ' CUS-NO
024700             ' FACTURE ' OITEM-INV-NO ' ' ED-AMOUNT
024800             ' - ' WS-SKIP-REASON
024900     ADD 1 TO WS-CNT-SKIPPED
025000     .
025100
025200 WRITE-COLLECTION-LINE.
025300     MOVE SPACES         TO RCPT-REF
025400     STRING 'DD' OITEM-INV-NO DELIMITED BY SIZE INTO RCPT-REF
025500     END-STRING
025600     MOVE RCPT-REF       TO DDC-REF-ED
025700     MOVE MAND-REF       TO DDC-MANDATE-ED
025800     MOVE MAND-IBAN      TO DDC-IBAN-ED
025900     MOVE CUS-NO         TO DDC-CNO-ED
026000     MOVE OITEM-INV-NO   TO DDC-INV-ED
026100     MOVE WS-AMOUNT      TO DDC-AMOUNT-ED
026200     MOVE WS-DD-DATE     TO DDC-DATE-ED
026300     WRITE DDCOLL-RECORD FROM L-DDC-LINE
026400     ADD 1 TO WS-CNT-COLLECTED
026425     IF PER-REDATED
026450        ADD 1 TO WS-CNT-PER-REDATED
026475     END-IF
026500     ADD WS-AMOUNT TO WS-TOT-COLLECTED
026600     COMPUTE WS-CTL-HASH = WS-CTL-HASH + WS-AMOUNT * 100
026700     .
026800
026900******************************************************
027000*** THE DEBIT IS POSTED AS A RECEIPT ON THE DAY IT  ***
027100*** IS SENT - BALANCE, TYPE 'P' AUDIT ROW, THE ITEM ***
027200*** SETTLED FOR ITS UNDISPUTED PART, AND THE CASH   ***
027300*** RECEIPT UNDER ITS 'DD' REFERENCE. A FAILED      ***
027400*** DEBIT COMES BACK THROUGH PART116.               ***
027500******************************************************
027600 POST-DIRECT-DEBIT.
027700     COMPUTE WS-NEW-BALANCE = CUS-BALANCE - WS-AMOUNT
027800     EXEC SQL
027900        UPDATE API5.CUSTOMERS
028000        SET BALANCE = :WS-NEW-BALANCE
028100        WHERE C_NO  = :CUS-NO
028200     END-EXEC
028300     PERFORM TEST-SQLCODE
028400
028500     MOVE CUS-NO         TO BALHIST-C-NO
028600     MOVE ZERO           TO BALHIST-O-NO
028700     MOVE CUS-BALANCE    TO BALHIST-OLD-BAL
028800     MOVE WS-NEW-BALANCE TO BALHIST-NEW-BAL
028900     COMPUTE BALHIST-AMOUNT = ZERO - WS-AMOUNT
029000     MOVE WS-POST-DATE   TO BALHIST-DATE
029100     MOVE 'P'            TO BALHIST-TYPE
029200     EXEC SQL
029300         INSERT INTO API5.BALANCE_HISTORY
029400         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
029500          HIST_TYPE)
029600         VALUES(:BALHIST-C-NO,
029700                :BALHIST-O-NO,
029800                :BALHIST-OLD-BAL,
029900                :BALHIST-NEW-BAL,
030000                :BALHIST-AMOUNT,
030100                :BALHIST-DATE,
030200                :BALHIST-TYPE)
030300     END-EXEC
030400     PERFORM TEST-SQLCODE
030500
030600     COMPUTE WS-NEW-OPEN-AMT = OITEM-OPEN-AMT - WS-AMOUNT
030700     IF WS-NEW-OPEN-AMT = ZERO
030800        MOVE 'C' TO OITEM-STATUS
030900     ELSE
031000        MOVE 'O' TO OITEM-STATUS
031100     END-IF
031200     EXEC SQL
031300        UPDATE API5.OPEN_ITEMS
031400        SET OPEN_AMOUNT = :WS-NEW-OPEN-AMT,
031500            STATUS      = :OITEM-STATUS
031600        WHERE INV_NO = :OITEM-INV-NO
031700     END-EXEC
031800     PERFORM TEST-SQLCODE
031900
032000     MOVE CUS-NO         TO RCPT-C-NO
032100     MOVE WS-AMOUNT      TO RCPT-AMOUNT
032200     MOVE WS-AMOUNT      TO RCPT-APPLIED
032300     MOVE WS-POST-DATE   TO RCPT-DATE
032400     EXEC SQL
032500         INSERT INTO API5.CASH_RECEIPTS
032600         (C_NO, AMOUNT, APPLIED_AMT, RCPT_DATE, REF)
032700         VALUES(:RCPT-C-NO,
032800                :RCPT-AMOUNT,
032900                :RCPT-APPLIED,
033000                :RCPT-DATE,
033100                :RCPT-REF)
033200     END-EXEC
033300     PERFORM TEST-SQLCODE
033400     .
033500
033600 TEST-SQLCODE.
033700     EVALUATE TRUE
033800          WHEN SQLCODE IS EQUAL TO ZERO
033900                CONTINUE
034000          WHEN SQLCODE IS GREATER ZERO
034100             IF SQLCODE = 100
034200               CONTINUE
034300             ELSE
034400               DISPLAY 'WARNING : ' SQLCODE
034500             END-IF
034600          WHEN SQLCODE IS LESS THAN ZERO
034700                DISPLAY 'ANOMALIE : ' SQLCODE
034800                PERFORM ABEND-PROG
034900     END-EVALUATE.
035000
035100 ABEND-PROG.
035200     EXEC SQL ROLLBACK END-EXEC
035300     DISPLAY 'PART115 ABENDING - SEE SQLCODE ABOVE'
035400     MOVE 16 TO RETURN-CODE
035500     STOP RUN.
035600
035700******************************************************
035800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
035900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
036000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
036100******************************************************
036200 GET-RUN-PARM.
036300     MOVE RETURN-CODE TO WS-PGET-RETCODE
036400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
036500                        WS-PGET-VALUE
036600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
036700     MOVE WS-PGET-RETCODE TO RETURN-CODE
036800     .
