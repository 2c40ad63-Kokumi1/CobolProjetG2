000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART116.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DIRECT DEBIT RETURNS. READS THE *
000600*              BANK'S RETURN FILE DDRETURN (HDR/TRL FRAMED, ONE  *
000700*              RECORD PER FAILED DEBIT : OUR 'DD' REFERENCE,     *
000800*              AMOUNT, BANK REASON CODE, RETURN DATE). EACH      *
000900*              RETURN MATCHING A PART115 CASH RECEIPT REOPENS    *
001000*              THE OPEN ITEM, PUTS THE AMOUNT BACK ON THE        *
001100*              BALANCE WITH A POSITIVE BALANCE_HISTORY TYPE 'P'  *
001200*              ROW, AND RECORDS THE REVERSAL AS A NEGATIVE       *
001300*              CASH_RECEIPTS ROW UNDER 'DR' + THE INVOICE        *
001400*              NUMBER, SO A SECOND COPY OF THE SAME RETURN IS    *
001500*              REFUSED. EVERY FAILURE IS LISTED FOR CREDIT       *
001600*              CONTROL ON DDFAIL WITH THE CUSTOMER, INVOICE,     *
001700*              AMOUNT AND REASON; RETURNS THAT CANNOT BE MATCHED *
001800*              ARE LISTED WITH WHY.                              *
001820* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001840*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001860*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001880*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SPECIAL-NAMES.
002300     DECIMAL-POINT IS COMMA.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DDRETURN ASSIGN TO DDRETURN
002800      ORGANIZATION IS SEQUENTIAL.
002900     SELECT DDFAIL ASSIGN TO DDFAIL
003000      ORGANIZATION IS SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400******************************************************
003500*** THE BANK'S RETURN RECORD - OUR REFERENCE AS WE  ***
003600*** SENT IT ON DDCOLL, THE AMOUNT AND ITS REASON.   ***
003700******************************************************
003800 FD DDRETURN.
003900 01 DDRETURN-RECORD.
004000    05 RET-REF          PIC X(12).
004100    05 RET-AMOUNT       PIC 9(8)V99.
004200    05 RET-REASON       PIC X(4).
004300    05 RET-DATE         PIC X(10).
004400    05 FILLER           PIC X(24).
004500 FD DDFAIL.
004600 01 ENR-DDFAIL PIC X(80).
004700
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL
005000        INCLUDE SQLCA
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE CUSTOMER
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE BALHIST
005700     END-EXEC.
005800     EXEC SQL
005900        INCLUDE OPENITEM
006000     END-EXEC.
006100     EXEC SQL
006200        INCLUDE CASHRCPT
006300     END-EXEC.
006400
006500 01 WS-FLAG-END PIC 9 VALUE ZERO.
006600    88 END-OF-FILE     VALUE 1.
006700 77 WS-TODAY-RAW      PIC X(8).
006750 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006800 77 WS-TODAY-DASHED   PIC X(10).
006900 77 WS-DD-REF         PIC X(12).
007000 77 WS-DR-REF         PIC X(12).
007100 77 WS-DR-COUNT       PIC S9(9) COMP.
007200 77 WS-AMOUNT         PIC S9(8)V99 COMP-3.
007300 77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3.
007400 77 WS-REJECT-REASON  PIC X(30).
007500 77 WS-CNT-READ       PIC 9(5) VALUE ZERO.
007600 77 WS-CNT-REVERSED   PIC 9(5) VALUE ZERO.
007700 77 WS-CNT-REJECTED   PIC 9(5) VALUE ZERO.
007800 77 WS-TOT-REVERSED   PIC S9(9)V99 COMP-3 VALUE ZERO.
007900 77 ED-TOT-REVERSED   PIC -ZZZZZZZZ9,99.
008000 77 WS-LIGNE-VALIDE   PIC X VALUE 'O'.
008100    88 LIGNE-VALIDE     VALUE 'O'.
008200    88 LIGNE-INVALIDE   VALUE 'N'.
008300
008400 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
008500 01 L-TITLE-LINE.
008600    05 FILLER         PIC X(31)
008700       VALUE 'DIRECT DEBITS RETURNED UNPAID  '.
008800    05 TITLE-DATE-ED  PIC X(10).
008900    05 FILLER         PIC X(39) VALUE SPACE.
009000 01 L-COLUMN-LINE.
009100    05 FILLER         PIC X(39)
009200       VALUE 'CUST  NAME                 INVOICE'.
009300    05 FILLER         PIC X(41)
009400       VALUE ' AMOUNT CODE REASON'.
009500 01 L-DETAIL-LINE.
009600    05 DET-CNO-ED     PIC 9(4).
009700    05 FILLER         PIC X(2)  VALUE SPACE.
009800    05 DET-NAME-ED    PIC X(20).
009900    05 FILLER         PIC X(1)  VALUE SPACE.
010000    05 DET-INV-ED     PIC 9(6).
010100    05 FILLER         PIC X(1)  VALUE SPACE.
010200    05 DET-AMT-ED     PIC -ZZZZZZ9,99.
010300    05 FILLER         PIC X(1)  VALUE SPACE.
010400    05 DET-CODE-ED    PIC X(4).
010500    05 FILLER         PIC X(1)  VALUE SPACE.
010600    05 DET-TEXT-ED    PIC X(24).
010700    05 FILLER         PIC X(5)  VALUE SPACE.
010800 01 L-REJECT-LINE.
010900    05 FILLER         PIC X(20) VALUE 'RETOUR NON TRAITE : '.
011000    05 REJ-REF-ED     PIC X(12).
011100    05 FILLER         PIC X(1)  VALUE SPACE.
011200    05 REJ-AMT-ED     PIC -ZZZZZZ9,99.
011300    05 FILLER         PIC X(1)  VALUE SPACE.
011400    05 REJ-REASON-ED  PIC X(30).
011500    05 FILLER         PIC X(5)  VALUE SPACE.
011600
011700 PROCEDURE DIVISION.
011800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011850     CALL RUNDATE USING WS-TODAY-RAW
011900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
012000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
012100            INTO WS-TODAY-DASHED
012200     END-STRING
012300
012400     OPEN INPUT DDRETURN
012500     OPEN OUTPUT DDFAIL
012600     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
012700     WRITE ENR-DDFAIL FROM L-TITLE-LINE
012800     WRITE ENR-DDFAIL FROM L-HEADER-BLANK
012900     WRITE ENR-DDFAIL FROM L-COLUMN-LINE
013000
013100     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
013200
013300     EXEC SQL COMMIT END-EXEC
013400     PERFORM TEST-SQLCODE
013500     CLOSE DDRETURN
013600     CLOSE DDFAIL
013700
013800     MOVE WS-TOT-REVERSED TO ED-TOT-REVERSED
013900     DISPLAY '===================================='
014000     DISPLAY 'PART116 DIRECT DEBIT RETURNS'
014100     DISPLAY 'RETURNS READ     : ' WS-CNT-READ
014200     DISPLAY 'DEBITS REVERSED  : ' WS-CNT-REVERSED
014300     DISPLAY 'RETURNS REJECTED : ' WS-CNT-REJECTED
014400     DISPLAY 'AMOUNT REVERSED  : ' ED-TOT-REVERSED
014500     DISPLAY '===================================='
014600     GOBACK.
014700
014800 TRAITEMENT-FICHIER.
014900     READ DDRETURN AT END
015000        SET END-OF-FILE TO TRUE
015100     NOT AT END
015200        IF RET-REF(1:3) NOT = 'HDR' AND RET-REF(1:3) NOT = 'TRL'
015300           PERFORM TRAITEMENT-LIGNE
015400        END-IF
015500     END-READ
015600     .
015700
015800 TRAITEMENT-LIGNE.
015900     ADD 1 TO WS-CNT-READ
016000     SET LIGNE-VALIDE TO TRUE
016100     PERFORM FIND-DIRECT-DEBIT
016200     IF LIGNE-VALIDE
016300        PERFORM REVERSE-DIRECT-DEBIT
016400        PERFORM WRITE-FAILURE-LINE
016500     ELSE
016600        PERFORM WRITE-REJECT-LINE
016700     END-IF
016800     .
016900
017000******************************************************
017100*** THE RETURN MUST NAME A DEBIT THAT PART115 HAS   ***
017200*** POSTED, FOR THE AMOUNT IT WAS SENT FOR, AND NOT ***
017300*** ONE AN EARLIER RETURN HAS ALREADY REVERSED.     ***
017400******************************************************
017500 FIND-DIRECT-DEBIT.
017600     MOVE RET-REF TO WS-DD-REF
017700     IF WS-DD-REF(1:2) NOT = 'DD'
017800        OR WS-DD-REF(3:6) IS NOT NUMERIC
017900        MOVE 'REFERENCE NON PRELEVEMENT' TO WS-REJECT-REASON
018000        SET LIGNE-INVALIDE TO TRUE
018100     ELSE
018200        EXEC SQL
018300           SELECT C_NO, AMOUNT
018400                INTO :RCPT-C-NO, :RCPT-AMOUNT
018500           FROM API5.CASH_RECEIPTS
018600           WHERE REF = :WS-DD-REF
018700           AND   AMOUNT > 0
018800           FETCH FIRST 1 ROW ONLY
018900        END-EXEC
019000        IF SQLCODE = +100
019100           MOVE 'PRELEVEMENT INTROUVABLE' TO WS-REJECT-REASON
019200           SET LIGNE-INVALIDE TO TRUE
019300        ELSE
019400           PERFORM TEST-SQLCODE
019500           PERFORM CHECK-NOT-REVERSED
019600        END-IF
019700     END-IF
019800     .
019900
020000 CHECK-NOT-REVERSED.
020100     MOVE SPACES TO WS-DR-REF
020200     STRING 'DR' WS-DD-REF(3:6) DELIMITED BY SIZE INTO WS-DR-REF
020300     END-STRING
020400     EXEC SQL
020500        SELECT COUNT(*)
020600             INTO :WS-DR-COUNT
020700        FROM API5.CASH_RECEIPTS
020800        WHERE REF = :WS-DR-REF
020900     END-EXEC
021000     PERFORM TEST-SQLCODE
021100     EVALUATE TRUE
021200        WHEN WS-DR-COUNT > ZERO
021300             MOVE 'PRELEVEMENT DEJA RETOURNE' TO WS-REJECT-REASON
021400             SET LIGNE-INVALIDE TO TRUE
021500        WHEN RET-AMOUNT NOT = RCPT-AMOUNT
021600             MOVE 'MONTANT DIFFERENT DU PRELEVEMENT'
021700                  TO WS-REJECT-REASON
021800             SET LIGNE-INVALIDE TO TRUE
021900        WHEN OTHER
022000             MOVE RCPT-AMOUNT TO WS-AMOUNT
022100     END-EVALUATE
022200     .
022300
022400******************************************************
022500*** UNDOES WHAT PART115 POSTED : THE ITEM REOPENS   ***
022600*** FOR THE AMOUNT, THE BALANCE GOES BACK UP WITH A ***
022700*** POSITIVE TYPE 'P' ROW, AND A NEGATIVE RECEIPT   ***
022800*** UNDER THE 'DR' REFERENCE OFFSETS THE DEBIT.     ***
022900******************************************************
023000 REVERSE-DIRECT-DEBIT.
023100     MOVE WS-DD-REF(3:6) TO OITEM-INV-NO
023200     EXEC SQL
023300        UPDATE API5.OPEN_ITEMS
023400        SET OPEN_AMOUNT = OPEN_AMOUNT + :WS-AMOUNT,
023500            STATUS      = 'O'
023600        WHERE INV_NO = :OITEM-INV-NO
023700     END-EXEC
023800     PERFORM TEST-SQLCODE
023900
024000     MOVE RCPT-C-NO TO CUS-NO
024100     EXEC SQL
024200        SELECT NAME, BALANCE
024300             INTO :CUS-NAME, :CUS-BALANCE
024400        FROM API5.CUSTOMERS
024500        WHERE C_NO = :CUS-NO
024600     END-EXEC
024700     PERFORM TEST-SQLCODE
024800     COMPUTE WS-NEW-BALANCE = CUS-BALANCE + WS-AMOUNT
024900     EXEC SQL
025000        UPDATE API5.CUSTOMERS
025100        SET BALANCE = :WS-NEW-BALANCE
025200        WHERE C_NO  = :CUS-NO
025300     END-EXEC
025400     PERFORM TEST-SQLCODE
025500
025600     MOVE CUS-NO          TO BALHIST-C-NO
025700     MOVE ZERO            TO BALHIST-O-NO
025800     MOVE CUS-BALANCE     TO BALHIST-OLD-BAL
025900     MOVE WS-NEW-BALANCE  TO BALHIST-NEW-BAL
026000     MOVE WS-AMOUNT       TO BALHIST-AMOUNT
026100     MOVE WS-TODAY-DASHED TO BALHIST-DATE
026200     MOVE 'P'             TO BALHIST-TYPE
026300     EXEC SQL
026400         INSERT INTO API5.BALANCE_HISTORY
026500         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
026600          HIST_TYPE)
026700         VALUES(:BALHIST-C-NO,
026800                :BALHIST-O-NO,
026900                :BALHIST-OLD-BAL,
027000                :BALHIST-NEW-BAL,
027100                :BALHIST-AMOUNT,
027200                :BALHIST-DATE,
027300                :BALHIST-TYPE)
027400     END-EXEC
027500     PERFORM TEST-SQLCODE
027600
027700     COMPUTE RCPT-AMOUNT  = ZERO - WS-AMOUNT
027800     COMPUTE RCPT-APPLIED = ZERO - WS-AMOUNT
027900     MOVE WS-TODAY-DASHED TO RCPT-DATE
028000     MOVE WS-DR-REF       TO RCPT-REF
028100     EXEC SQL
028200         INSERT INTO API5.CASH_RECEIPTS
028300         (C_NO, AMOUNT, APPLIED_AMT, RCPT_DATE, REF)
028400         VALUES(:RCPT-C-NO,
028500                :RCPT-AMOUNT,
028600                :RCPT-APPLIED,
028700                :RCPT-DATE,
028800                :RCPT-REF)
028900     END-EXEC
029000     PERFORM TEST-SQLCODE
029100
029200     DISPLAY 'PRELEVEMENT RETOURNE : ' CUS-NO ' REF ' WS-DD-REF
029300     ADD 1 TO WS-CNT-REVERSED
029400     ADD WS-AMOUNT TO WS-TOT-REVERSED
029500     .
029600
029700******************************************************
029800*** THE BANK'S REASON CODE, SPELT OUT FOR CREDIT    ***
029900*** CONTROL.                                        ***
030000******************************************************
030100 WRITE-FAILURE-LINE.
030200     MOVE CUS-NO          TO DET-CNO-ED
030300     MOVE CUS-NAME        TO DET-NAME-ED
030400     MOVE OITEM-INV-NO    TO DET-INV-ED
030500     MOVE WS-AMOUNT       TO DET-AMT-ED
030600     MOVE RET-REASON      TO DET-CODE-ED
030700     EVALUATE RET-REASON
030800        WHEN 'AM04'
030900             MOVE 'PROVISION INSUFFISANTE' TO DET-TEXT-ED
031000        WHEN 'AC04'
031100             MOVE 'COMPTE CLOTURE'         TO DET-TEXT-ED
031200        WHEN 'AC01'
031300             MOVE 'COMPTE ERRONE'          TO DET-TEXT-ED
031400        WHEN 'MD01'
031500             MOVE 'PAS DE MANDAT'          TO DET-TEXT-ED
031600        WHEN 'MS02'
031700             MOVE 'REFUS DU DEBITEUR'      TO DET-TEXT-ED
031800        WHEN OTHER
031900             MOVE 'AUTRE MOTIF BANQUE'     TO DET-TEXT-ED
032000     END-EVALUATE
032100     WRITE ENR-DDFAIL FROM L-DETAIL-LINE
032200     .
032300
032400 WRITE-REJECT-LINE.
032500     MOVE RET-REF          TO REJ-REF-ED
032600     MOVE RET-AMOUNT       TO REJ-AMT-ED
032700     MOVE WS-REJECT-REASON TO REJ-REASON-ED
032800     WRITE ENR-DDFAIL FROM L-REJECT-LINE
032900     DISPLAY 'RETOUR REJETE : ' RET-REF ' - ' WS-REJECT-REASON
033000     ADD 1 TO WS-CNT-REJECTED
033100     .
033200
033300 TEST-SQLCODE.
033400     EVALUATE TRUE
033500          WHEN SQLCODE IS EQUAL TO ZERO
033600                CONTINUE
033700          WHEN SQLCODE IS GREATER ZERO
033800             IF SQLCODE = 100
033900               CONTINUE
034000             ELSE
034100               DISPLAY 'WARNING : ' SQLCODE
034200             END-IF
034300          WHEN SQLCODE IS LESS THAN ZERO
034400                DISPLAY 'ANOMALIE : ' SQLCODE
034500                PERFORM ABEND-PROG
034600     END-EVALUATE.
034700
034800 ABEND-PROG.
034900     EXEC SQL ROLLBACK END-EXEC
035000     DISPLAY 'PART116 ABENDING - SEE SQLCODE ABOVE'
035100     MOVE 16 TO RETURN-CODE
035200     STOP RUN.
