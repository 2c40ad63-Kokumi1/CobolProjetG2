000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART96.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CUSTOMER ACCOUNT MERGE. READS   *
000600*              THE CONFIRMED PAIRS FROM MERGREQ (MERGED C_NO;    *
000700*              SURVIVING C_NO - SEE THE PART95 PROPOSALS) AND    *
000800*              MOVES THE MERGED ACCOUNT'S BUSINESS TO THE        *
000900*              SURVIVOR : ORDERS, INVOICE REGISTER, OPEN ITEMS,  *
001000*              DISPUTES, CASH RECEIPTS, HELD ORDERS, BACKORDERS, *
001100*              PARKED LINES, RMAS, QUOTES, SHIP-TO SITES,        *
001200*              CONTRACT PRICES, TERRITORY, STANDING ORDERS AND   *
001300*              PAYMENT PLANS, AND RE-POINTS ITS BRANCHES. THE    *
001400*              BALANCE IS TRANSFERRED WITH A BALANCE_HISTORY     *
001500*              TYPE 'M' PAIR (THE DEPOSIT WITH A 'D' MEMO PAIR), *
001600*              AND CUSTOMERS.MERGED_INTO IS SET SO PART2 PARKS   *
001700*              ANY LATER LINE FOR THE DEAD NUMBER. THE MERGED    *
001800*              ACCOUNT KEEPS ITS OWN BALANCE_HISTORY TRAIL (NOW  *
001900*              ENDING AT ZERO) SO THE PART32 CHAIN STAYS WHOLE.  *
002000*              EACH PAIR IS COMMITTED ON ITS OWN; BAD PAIRS GO   *
002100*              TO REJMRG WITH A REASON AND A MERGE REGISTER TO   *
002200*              FICMRG.                                           *
002220* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
002240*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
002260*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
002280*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
002284* 2026-10-15 : THE MERGED ACCOUNT'S OPEN REBATE AGREEMENTS NOW   *
002288*              MOVE TO THE SURVIVOR WITH THEIR TIERS AND         *
002292*              ACCRUALS, THE SURVIVOR'S OWN AGREEMENT FOR THE    *
002296*              SAME START DATE WINNING, AS FOR CONTRACT PRICES.  *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MERGREQ ASSIGN TO MERGREQ
003200      ORGANIZATION IS SEQUENTIAL.
003300     SELECT REJMRG ASSIGN TO REJMRG
003400      ORGANIZATION IS SEQUENTIAL.
003500     SELECT OUTMRG ASSIGN TO FICMRG.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD MERGREQ.
004000 01 MERGREQ-RECORD     PIC X(50).
004100 FD REJMRG.
004200 01 REJMRG-RECORD      PIC X(90).
004300 FD OUTMRG.
004400 01 ENR-OUTMRG         PIC X(80).
004500
004600 WORKING-STORAGE SECTION.
004700     EXEC SQL
004800        INCLUDE SQLCA
004900     END-EXEC.
005000     EXEC SQL
005100        INCLUDE CUSTOMER
005200     END-EXEC.
005300     EXEC SQL
005400        INCLUDE BALHIST
005500     END-EXEC.
005600     EXEC SQL
005700        INCLUDE CUSTCHG
005800     END-EXEC.
005900
006000******************************************************
006100*** THE MERGED ACCOUNT'S BRANCHES - EACH IS MOVED   ***
006200*** UNDER THE SURVIVOR (OR MADE STANDALONE WHEN IT  ***
006300*** IS THE SURVIVOR ITSELF) AND LOGGED.             ***
006400******************************************************
006500     EXEC SQL
006600        DECLARE CBRANCH CURSOR
006700        FOR
006800        SELECT C_NO
006900        FROM API5.CUSTOMERS
007000        WHERE PARENT_C_NO = :WS-FROM-C-NO
007100        ORDER BY C_NO
007200     END-EXEC.
007300
007400 01 DELIMITER-VAR  PIC X VALUE ";".
007500 01 WS-DATA.
007600    05 WS-FROM-TEXT     PIC X(4).
007700    05 WS-TO-TEXT       PIC X(4).
007800 01 WS-FLAG-END PIC 9 VALUE ZERO.
007900    88 END-OF-FILE     VALUE 1.
008000
008100 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
008200    88 LIGNE-VALIDE    VALUE 'O'.
008300    88 LIGNE-INVALIDE  VALUE 'N'.
008400 01 WS-BRANCH-DONE     PIC X VALUE 'N'.
008500    88 BRANCH-DONE       VALUE 'O'.
008600    88 BRANCH-NOT-DONE   VALUE 'N'.
008700 01 WS-REJECT-REASON   PIC X(30).
008800 01 WS-REJECT-OUT      PIC X(90).
008900 01 WS-FROM-C-NO       PIC 9(4).
009000 01 WS-TO-C-NO         PIC 9(4).
009100 01 WS-FROM-BALANCE    PIC S9(8)V99 COMP-3.
009200 01 WS-FROM-DEPOSIT    PIC S9(8)V99 COMP-3.
009300 01 WS-FROM-MERGED     PIC 9(4).
009400 01 WS-TO-BALANCE      PIC S9(8)V99 COMP-3.
009500 01 WS-TO-DEPOSIT      PIC S9(8)V99 COMP-3.
009600 01 WS-TO-MERGED       PIC 9(4).
009700 01 WS-NEW-BALANCE     PIC S9(8)V99 COMP-3.
009800 01 WS-NEW-DEPOSIT     PIC S9(8)V99 COMP-3.
009900 01 WS-MAX-INSTALL     PIC 9(3).
010000 01 WS-BRANCH-C-NO     PIC 9(4).
010100 01 WS-NEW-PARENT      PIC 9(4).
010200 01 WS-TABLE-NAME      PIC X(20).
010300 01 WS-ROWS-MOVED      PIC S9(9) COMP.
010400 01 WS-TODAY-RAW       PIC X(8).
010450 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
010500 01 WS-TODAY-DASHED    PIC X(10).
010600 01 WS-TIME-RAW        PIC X(8).
010700 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
010800 01 WS-CNT-MERGED      PIC 9(5) VALUE ZERO.
010900 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
011000
011100 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
011200 01 L-TITLE-LINE.
011300    05 FILLER         PIC X(30)
011400       VALUE 'CUSTOMER ACCOUNT MERGES       '.
011500    05 TITLE-DATE-ED  PIC X(10).
011600    05 FILLER         PIC X(40) VALUE SPACE.
011700 01 L-MERGE-LINE.
011800    05 FILLER         PIC X(8)  VALUE 'CLIENT '.
011900    05 MRG-FROM-ED    PIC 9(4).
012000    05 FILLER         PIC X(15) VALUE ' FUSIONNE DANS '.
012100    05 MRG-TO-ED      PIC 9(4).
012200    05 FILLER         PIC X(12) VALUE '  SOLDE TR. '.
012300    05 MRG-BAL-ED     PIC -ZZZZZZZ9,99.
012400    05 FILLER         PIC X(25) VALUE SPACE.
012500 01 L-MOVED-LINE.
012600    05 FILLER         PIC X(4)  VALUE SPACE.
012700    05 MOV-TABLE-ED   PIC X(20).
012800    05 MOV-ROWS-ED    PIC ZZZZZZ9.
012900    05 FILLER         PIC X(49) VALUE SPACE.
013000 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '='.
013100
013200 PROCEDURE DIVISION.
013300     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
013350     CALL RUNDATE USING WS-TODAY-RAW
013400     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
013500            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
013600            INTO WS-TODAY-DASHED
013700     END-STRING
013800     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
013900
014000     OPEN INPUT MERGREQ
014100     OPEN OUTPUT REJMRG
014200     OPEN OUTPUT OUTMRG
014300     WRITE ENR-OUTMRG FROM L-TITLE-LINE
014400     WRITE ENR-OUTMRG FROM L-HEADER-BLANK
014500
014600     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
014700
014800     CLOSE MERGREQ
014900     CLOSE REJMRG
015000     CLOSE OUTMRG
015100
015200     DISPLAY '===================================='
015300     DISPLAY 'PART96 CUSTOMER MERGE SUMMARY'
015400     DISPLAY 'LINES READ       : ' WS-CNT-READ
015500     DISPLAY 'ACCOUNTS MERGED  : ' WS-CNT-MERGED
015600     DISPLAY 'LINES REJECTED   : ' WS-CNT-REJECTED
015700     DISPLAY '===================================='
015800     GOBACK.
015900
016000 TRAITEMENT-FICHIER.
016100     READ MERGREQ AT END
016200        SET END-OF-FILE TO TRUE
016300     NOT AT END
016400        PERFORM TRAITEMENT-LIGNE
016500     END-READ
016600     .
016700
016800 TRAITEMENT-LIGNE.
016900     ADD 1 TO WS-CNT-READ
017000     MOVE SPACES TO WS-DATA
017100     UNSTRING MERGREQ-RECORD
017200        DELIMITED BY DELIMITER-VAR
017300        INTO WS-FROM-TEXT
017400             WS-TO-TEXT
017500     END-UNSTRING
017600     PERFORM VALIDATE-LIGNE
017700     IF LIGNE-VALIDE
017800        PERFORM GET-MERGE-ACCOUNTS
017900     END-IF
018000     IF LIGNE-VALIDE
018100        PERFORM MERGE-ONE-ACCOUNT
018200        PERFORM COMMIT-SQL
018300     ELSE
018400        PERFORM WRITE-REJECT
018500     END-IF
018600     .
018700
018800 VALIDATE-LIGNE.
018900     SET LIGNE-VALIDE TO TRUE
019000     IF WS-FROM-TEXT = SPACES
019100        OR WS-FROM-TEXT IS NOT NUMERIC
019200        MOVE 'NO CLIENT FUSIONNE INVALIDE' TO WS-REJECT-REASON
019300        SET LIGNE-INVALIDE TO TRUE
019400     ELSE
019500        IF WS-TO-TEXT = SPACES
019600           OR WS-TO-TEXT IS NOT NUMERIC
019700           MOVE 'NO CLIENT SURVIVANT INVALIDE'
019800             TO WS-REJECT-REASON
019900           SET LIGNE-INVALIDE TO TRUE
020000        ELSE
020100           IF WS-FROM-TEXT = WS-TO-TEXT
020200              MOVE 'CLIENT FUSIONNE AVEC LUI-MEME'
020300                TO WS-REJECT-REASON
020400              SET LIGNE-INVALIDE TO TRUE
020500           END-IF
020600        END-IF
020700     END-IF
020800     .
020900
021000******************************************************
021100*** BOTH ACCOUNTS MUST EXIST AND STILL BE ACTIVE -  ***
021200*** A NUMBER MERGED ONCE CANNOT BE MERGED AGAIN,    ***
021300*** NOR RECEIVE ANOTHER ACCOUNT.                    ***
021400******************************************************
021500 GET-MERGE-ACCOUNTS.
021600     MOVE WS-FROM-TEXT TO WS-FROM-C-NO
021700     MOVE WS-TO-TEXT   TO WS-TO-C-NO
021800     EXEC SQL
021900        SELECT BALANCE, COALESCE(DEPOSIT_BAL, 0),
022000               COALESCE(MERGED_INTO, 0)
022100             INTO :WS-FROM-BALANCE, :WS-FROM-DEPOSIT,
022200                  :WS-FROM-MERGED
022300        FROM API5.CUSTOMERS
022400        WHERE C_NO = :WS-FROM-C-NO
022500     END-EXEC
022600     EVALUATE TRUE
022700        WHEN SQLCODE = +100
022800             MOVE 'CLIENT FUSIONNE INCONNU' TO WS-REJECT-REASON
022900             SET LIGNE-INVALIDE TO TRUE
023000        WHEN SQLCODE < ZERO
023100             DISPLAY 'ANOMALIE GRAVE GET CLIENT : ' SQLCODE
023200             PERFORM ABEND-PROG
023300        WHEN WS-FROM-MERGED NOT = ZERO
023400             MOVE 'CLIENT DEJA FUSIONNE' TO WS-REJECT-REASON
023500             SET LIGNE-INVALIDE TO TRUE
023600     END-EVALUATE
023700     IF LIGNE-VALIDE
023800        EXEC SQL
023900           SELECT BALANCE, COALESCE(DEPOSIT_BAL, 0),
024000                  COALESCE(MERGED_INTO, 0)
024100                INTO :WS-TO-BALANCE, :WS-TO-DEPOSIT,
024200                     :WS-TO-MERGED
024300           FROM API5.CUSTOMERS
024400           WHERE C_NO = :WS-TO-C-NO
024500        END-EXEC
024600        EVALUATE TRUE
024700           WHEN SQLCODE = +100
024800                MOVE 'CLIENT SURVIVANT INCONNU'
024900                  TO WS-REJECT-REASON
025000                SET LIGNE-INVALIDE TO TRUE
025100           WHEN SQLCODE < ZERO
025200                DISPLAY 'ANOMALIE GRAVE GET CLIENT : ' SQLCODE
025300                PERFORM ABEND-PROG
025400           WHEN WS-TO-MERGED NOT = ZERO
025500                MOVE 'SURVIVANT DEJA FUSIONNE'
025600                  TO WS-REJECT-REASON
025700                SET LIGNE-INVALIDE TO TRUE
025800        END-EVALUATE
025900     END-IF
026000     .
026100
026200 MERGE-ONE-ACCOUNT.
026300     MOVE WS-FROM-C-NO    TO MRG-FROM-ED
026400     MOVE WS-TO-C-NO      TO MRG-TO-ED
026500     MOVE WS-FROM-BALANCE TO MRG-BAL-ED
026600     WRITE ENR-OUTMRG FROM L-MERGE-LINE
026700
026800     PERFORM MOVE-DOCUMENTS
026900     PERFORM MOVE-PARKED-LINES
027000     PERFORM MOVE-MASTER-DATA
027050     PERFORM MOVE-REBATE-AGREEMENTS
027100     PERFORM MOVE-PAYMENT-PLANS
027200     PERFORM MOVE-BRANCHES
027300     PERFORM TRANSFER-BALANCE
027400     PERFORM TRANSFER-DEPOSIT
027500     PERFORM MARK-ACCOUNT-MERGED
027600
027700     WRITE ENR-OUTMRG FROM L-PAGE-BREAK
027800     ADD 1 TO WS-CNT-MERGED
027900     .
028000
028100******************************************************
028200*** THE ACCOUNT'S ORDERS AND EVERYTHING HANGING OFF ***
028300*** THEM FOLLOW THE SURVIVOR AS THEY ARE.           ***
028400******************************************************
028500 MOVE-DOCUMENTS.
028600     EXEC SQL
028700        UPDATE API5.ORDERS
028800        SET C_NO = :WS-TO-C-NO
028900        WHERE C_NO = :WS-FROM-C-NO
029000     END-EXEC
029100     MOVE 'ORDERS' TO WS-TABLE-NAME
029200     PERFORM END-TABLE-MOVE
029300
029400     EXEC SQL
029500        UPDATE API5.INVOICE_REGISTER
029600        SET C_NO = :WS-TO-C-NO
029700        WHERE C_NO = :WS-FROM-C-NO
029800     END-EXEC
029900     MOVE 'INVOICE_REGISTER' TO WS-TABLE-NAME
030000     PERFORM END-TABLE-MOVE
030100
030200     EXEC SQL
030300        UPDATE API5.OPEN_ITEMS
030400        SET C_NO = :WS-TO-C-NO
030500        WHERE C_NO = :WS-FROM-C-NO
030600     END-EXEC
030700     MOVE 'OPEN_ITEMS' TO WS-TABLE-NAME
030800     PERFORM END-TABLE-MOVE
030900
031000     EXEC SQL
031100        UPDATE API5.DISPUTES
031200        SET C_NO = :WS-TO-C-NO
031300        WHERE C_NO = :WS-FROM-C-NO
031400     END-EXEC
031500     MOVE 'DISPUTES' TO WS-TABLE-NAME
031600     PERFORM END-TABLE-MOVE
031700
031800     EXEC SQL
031900        UPDATE API5.CASH_RECEIPTS
032000        SET C_NO = :WS-TO-C-NO
032100        WHERE C_NO = :WS-FROM-C-NO
032200     END-EXEC
032300     MOVE 'CASH_RECEIPTS' TO WS-TABLE-NAME
032400     PERFORM END-TABLE-MOVE
032500
032600     EXEC SQL
032700        UPDATE API5.RMA
032800        SET C_NO = :WS-TO-C-NO
032900        WHERE C_NO = :WS-FROM-C-NO
033000     END-EXEC
033100     MOVE 'RMA' TO WS-TABLE-NAME
033200     PERFORM END-TABLE-MOVE
033300
033400     EXEC SQL
033500        UPDATE API5.QUOTES
033600        SET C_NO = :WS-TO-C-NO
033700        WHERE C_NO = :WS-FROM-C-NO
033800     END-EXEC
033900     MOVE 'QUOTES' TO WS-TABLE-NAME
034000     PERFORM END-TABLE-MOVE
034100     .
034200
034300******************************************************
034400*** LINES WAITING IN A QUEUE WILL POST TO THE       ***
034500*** SURVIVOR WHEN THEY ARE RELEASED.                ***
034600******************************************************
034700 MOVE-PARKED-LINES.
034800     EXEC SQL
034900        UPDATE API5.HELD_ORDERS
035000        SET C_NO = :WS-TO-C-NO
035100        WHERE C_NO = :WS-FROM-C-NO
035200     END-EXEC
035300     MOVE 'HELD_ORDERS' TO WS-TABLE-NAME
035400     PERFORM END-TABLE-MOVE
035500
035600     EXEC SQL
035700        UPDATE API5.BACKORDERS
035800        SET C_NO = :WS-TO-C-NO
035900        WHERE C_NO = :WS-FROM-C-NO
036000     END-EXEC
036100     MOVE 'BACKORDERS' TO WS-TABLE-NAME
036200     PERFORM END-TABLE-MOVE
036300
036400     EXEC SQL
036500        UPDATE API5.SUSPENSE
036600        SET C_NO = :WS-TO-C-NO
036700        WHERE C_NO = :WS-FROM-C-NO
036800     END-EXEC
036900     MOVE 'SUSPENSE' TO WS-TABLE-NAME
037000     PERFORM END-TABLE-MOVE
037100
037200     EXEC SQL
037300        UPDATE API5.RETURN_SUSPENSE
037400        SET C_NO = :WS-TO-C-NO
037500        WHERE C_NO = :WS-FROM-C-NO
037600     END-EXEC
037700     MOVE 'RETURN_SUSPENSE' TO WS-TABLE-NAME
037800     PERFORM END-TABLE-MOVE
037900     .
038000
038100******************************************************
038200*** KEYED SET-UP ROWS MOVE UNLESS THE SURVIVOR HAS  ***
038300*** ITS OWN FOR THE SAME KEY - THE SURVIVOR'S WINS. ***
038400*** A LEFTOVER STANDING ORDER OR TERRITORY ROW IS   ***
038500*** DROPPED (IT WOULD ONLY FEED THE DEAD NUMBER);   ***
038600*** LEFTOVER SHIP-TO AND CONTRACT ROWS STAY AS      ***
038700*** HISTORY.                                        ***
038800******************************************************
038900 MOVE-MASTER-DATA.
039000     EXEC SQL
039100        UPDATE API5.SHIP_TO S
039200        SET C_NO = :WS-TO-C-NO
039300        WHERE S.C_NO = :WS-FROM-C-NO
039400        AND   NOT EXISTS
039500              (SELECT 1 FROM API5.SHIP_TO T
039600               WHERE T.C_NO      = :WS-TO-C-NO
039700               AND   T.SHIP_CODE = S.SHIP_CODE)
039800     END-EXEC
039900     MOVE 'SHIP_TO' TO WS-TABLE-NAME
040000     PERFORM END-TABLE-MOVE
040100
040200     EXEC SQL
040300        UPDATE API5.CONTRACT_PRICES P
040400        SET C_NO = :WS-TO-C-NO
040500        WHERE P.C_NO = :WS-FROM-C-NO
040600        AND   NOT EXISTS
040700              (SELECT 1 FROM API5.CONTRACT_PRICES Q
040800               WHERE Q.C_NO     = :WS-TO-C-NO
040900               AND   Q.P_NO     = P.P_NO
041000               AND   Q.EFF_DATE = P.EFF_DATE)
041100     END-EXEC
041200     MOVE 'CONTRACT_PRICES' TO WS-TABLE-NAME
041300     PERFORM END-TABLE-MOVE
041400
041500     EXEC SQL
041600        UPDATE API5.TERRITORY
041700        SET C_NO = :WS-TO-C-NO
041800        WHERE C_NO = :WS-FROM-C-NO
041900        AND   NOT EXISTS
042000              (SELECT 1 FROM API5.TERRITORY T
042100               WHERE T.C_NO = :WS-TO-C-NO)
042200     END-EXEC
042300     MOVE 'TERRITORY' TO WS-TABLE-NAME
042400     PERFORM END-TABLE-MOVE
042500     EXEC SQL
042600        DELETE FROM API5.TERRITORY
042700        WHERE C_NO = :WS-FROM-C-NO
042800     END-EXEC
042900     PERFORM TEST-SQLCODE
043000
043100     EXEC SQL
043200        UPDATE API5.STANDING_ORDERS S
043300        SET C_NO = :WS-TO-C-NO
043400        WHERE S.C_NO = :WS-FROM-C-NO
043500        AND   NOT EXISTS
043600              (SELECT 1 FROM API5.STANDING_ORDERS T
043700               WHERE T.C_NO = :WS-TO-C-NO
043800               AND   T.P_NO = S.P_NO)
043900     END-EXEC
044000     MOVE 'STANDING_ORDERS' TO WS-TABLE-NAME
044100     PERFORM END-TABLE-MOVE
044200     EXEC SQL
044300        DELETE FROM API5.STANDING_ORDERS
044400        WHERE C_NO = :WS-FROM-C-NO
044500     END-EXEC
044600     PERFORM TEST-SQLCODE
044700     .
044701
044702******************************************************
044702*** AN OPEN REBATE AGREEMENT MOVES WITH ITS TIERS  ***
044702*** AND ACCRUALS (ALL KEYED BY C_NO AND            ***
044702*** START_DATE) SO THE SURVIVOR'S PURCHASES KEEP   ***
044702*** EARNING IT - UNLESS THE SURVIVOR HAS ITS OWN   ***
044702*** AGREEMENT FOR THE SAME START DATE, WHICH WINS. ***
044702*** THE CHILD ROWS MOVE FIRST, WHILE THE AGREEMENT ***
044702*** STILL IDENTIFIES THEM. A SETTLED OR LEFTOVER   ***
044702*** AGREEMENT STAYS AS HISTORY.                    ***
044710******************************************************
044711 MOVE-REBATE-AGREEMENTS.
044712     EXEC SQL
044713        UPDATE API5.REBATE_TIERS T
044714        SET C_NO = :WS-TO-C-NO
044715        WHERE T.C_NO = :WS-FROM-C-NO
044716        AND   EXISTS
044717              (SELECT 1 FROM API5.REBATE_AGREEMENTS A
044718               WHERE A.C_NO       = :WS-FROM-C-NO
044719               AND   A.START_DATE = T.START_DATE
044720               AND   A.STATUS     = 'O'
044721               AND   NOT EXISTS
044722                     (SELECT 1 FROM API5.REBATE_AGREEMENTS B
044723                      WHERE B.C_NO       = :WS-TO-C-NO
044724                      AND   B.START_DATE = A.START_DATE))
044725     END-EXEC
044726     MOVE 'REBATE_TIERS' TO WS-TABLE-NAME
044727     PERFORM END-TABLE-MOVE
044728
044729     EXEC SQL
044730        UPDATE API5.REBATE_ACCRUALS R
044731        SET C_NO = :WS-TO-C-NO
044732        WHERE R.C_NO = :WS-FROM-C-NO
044733        AND   EXISTS
044734              (SELECT 1 FROM API5.REBATE_AGREEMENTS A
044735               WHERE A.C_NO       = :WS-FROM-C-NO
044736               AND   A.START_DATE = R.START_DATE
044737               AND   A.STATUS     = 'O'
044738               AND   NOT EXISTS
044739                     (SELECT 1 FROM API5.REBATE_AGREEMENTS B
044740                      WHERE B.C_NO       = :WS-TO-C-NO
044741                      AND   B.START_DATE = A.START_DATE))
044742     END-EXEC
044743     MOVE 'REBATE_ACCRUALS' TO WS-TABLE-NAME
044744     PERFORM END-TABLE-MOVE
044745
044746     EXEC SQL
044747        UPDATE API5.REBATE_AGREEMENTS A
044748        SET C_NO = :WS-TO-C-NO
044749        WHERE A.C_NO   = :WS-FROM-C-NO
044750        AND   A.STATUS = 'O'
044751        AND   NOT EXISTS
044752              (SELECT 1 FROM API5.REBATE_AGREEMENTS B
044753               WHERE B.C_NO       = :WS-TO-C-NO
044754               AND   B.START_DATE = A.START_DATE)
044755     END-EXEC
044756     MOVE 'REBATE_AGREEMENTS' TO WS-TABLE-NAME
044757     PERFORM END-TABLE-MOVE
044758     .
044800
044900******************************************************
045000*** INSTALLMENTS ARE NUMBERED PER CUSTOMER, SO THE  ***
045100*** MERGED ACCOUNT'S PLAN IS NUMBERED ON FROM THE   ***
045200*** SURVIVOR'S LAST INSTALLMENT.                    ***
045300******************************************************
045400 MOVE-PAYMENT-PLANS.
045500     EXEC SQL
045600        SELECT COALESCE(MAX(INSTALL_NO), 0)
045700             INTO :WS-MAX-INSTALL
045800        FROM API5.PAYMENT_PLANS
045900        WHERE C_NO = :WS-TO-C-NO
046000     END-EXEC
046100     PERFORM TEST-SQLCODE
046200     EXEC SQL
046300        UPDATE API5.PAYMENT_PLANS
046400        SET C_NO       = :WS-TO-C-NO,
046500            INSTALL_NO = INSTALL_NO + :WS-MAX-INSTALL
046600        WHERE C_NO = :WS-FROM-C-NO
046700     END-EXEC
046800     MOVE 'PAYMENT_PLANS' TO WS-TABLE-NAME
046900     PERFORM END-TABLE-MOVE
047000     .
047100
047200 MOVE-BRANCHES.
047300     SET BRANCH-NOT-DONE TO TRUE
047400     EXEC SQL
047500        OPEN CBRANCH
047600     END-EXEC
047700     PERFORM TEST-SQLCODE
047800     PERFORM MOVE-ONE-BRANCH UNTIL BRANCH-DONE
047900     EXEC SQL
048000        CLOSE CBRANCH
048100     END-EXEC
048200     PERFORM TEST-SQLCODE
048300     .
048400
048500 MOVE-ONE-BRANCH.
048600     EXEC SQL
048700        FETCH CBRANCH
048800        INTO :WS-BRANCH-C-NO
048900     END-EXEC
049000     EVALUATE TRUE
049100        WHEN SQLCODE = +100
049200             SET BRANCH-DONE TO TRUE
049300        WHEN SQLCODE = ZERO
049400             IF WS-BRANCH-C-NO = WS-TO-C-NO
049500                MOVE ZERO TO WS-NEW-PARENT
049600             ELSE
049700                MOVE WS-TO-C-NO TO WS-NEW-PARENT
049800             END-IF
049900             EXEC SQL
050000                UPDATE API5.CUSTOMERS
050100                SET PARENT_C_NO = :WS-NEW-PARENT
050200                WHERE C_NO = :WS-BRANCH-C-NO
050300             END-EXEC
050400             PERFORM TEST-SQLCODE
050500             MOVE WS-BRANCH-C-NO TO CHG-C-NO
050600             MOVE 'PARENT_C_NO'  TO CHG-FIELD
050700             MOVE WS-FROM-C-NO   TO CHG-OLD-VALUE
050800             MOVE WS-NEW-PARENT  TO CHG-NEW-VALUE
050900             PERFORM INSERT-CUSTOMER-CHANGE
051000        WHEN OTHER
051100             PERFORM TEST-SQLCODE
051200     END-EVALUATE
051300     .
051400
051500******************************************************
051600*** THE AUDITED TRANSFER PAIR : THE MERGED ACCOUNT  ***
051700*** GOES TO ZERO, THE SURVIVOR TAKES THE SAME       ***
051800*** AMOUNT - BOTH TYPE 'M', O_NO ZERO.              ***
051900******************************************************
052000 TRANSFER-BALANCE.
052100     IF WS-FROM-BALANCE NOT = ZERO
052200        MOVE WS-FROM-C-NO    TO BALHIST-C-NO
052300        MOVE ZERO            TO BALHIST-O-NO
052400        MOVE WS-FROM-BALANCE TO BALHIST-OLD-BAL
052500        MOVE ZERO            TO BALHIST-NEW-BAL
052600        COMPUTE BALHIST-AMOUNT = ZERO - WS-FROM-BALANCE
052700        MOVE WS-TODAY-DASHED TO BALHIST-DATE
052800        MOVE 'M'             TO BALHIST-TYPE
052900        PERFORM INSERT-BALANCE-HISTORY
053000        EXEC SQL
053100           UPDATE API5.CUSTOMERS
053200           SET BALANCE = 0
053300           WHERE C_NO = :WS-FROM-C-NO
053400        END-EXEC
053500        PERFORM TEST-SQLCODE
053600
053700        COMPUTE WS-NEW-BALANCE = WS-TO-BALANCE + WS-FROM-BALANCE
053800        MOVE WS-TO-C-NO      TO BALHIST-C-NO
053900        MOVE WS-TO-BALANCE   TO BALHIST-OLD-BAL
054000        MOVE WS-NEW-BALANCE  TO BALHIST-NEW-BAL
054100        MOVE WS-FROM-BALANCE TO BALHIST-AMOUNT
054200        PERFORM INSERT-BALANCE-HISTORY
054300        EXEC SQL
054400           UPDATE API5.CUSTOMERS
054500           SET BALANCE = :WS-NEW-BALANCE
054600           WHERE C_NO = :WS-TO-C-NO
054700        END-EXEC
054800        PERFORM TEST-SQLCODE
054900     END-IF
055000     .
055100
055200******************************************************
055300*** MONEY HELD ON DEPOSIT FOLLOWS TOO, WITH THE     ***
055400*** 'D' MEMO PAIR CARRYING THE DEPOSIT FIGURES.     ***
055500******************************************************
055600 TRANSFER-DEPOSIT.
055700     IF WS-FROM-DEPOSIT NOT = ZERO
055800        MOVE WS-FROM-C-NO    TO BALHIST-C-NO
055900        MOVE ZERO            TO BALHIST-O-NO
056000        MOVE WS-FROM-DEPOSIT TO BALHIST-OLD-BAL
056100        MOVE ZERO            TO BALHIST-NEW-BAL
056200        COMPUTE BALHIST-AMOUNT = ZERO - WS-FROM-DEPOSIT
056300        MOVE WS-TODAY-DASHED TO BALHIST-DATE
056400        MOVE 'D'             TO BALHIST-TYPE
056500        PERFORM INSERT-BALANCE-HISTORY
056600        EXEC SQL
056700           UPDATE API5.CUSTOMERS
056800           SET DEPOSIT_BAL = 0
056900           WHERE C_NO = :WS-FROM-C-NO
057000        END-EXEC
057100        PERFORM TEST-SQLCODE
057200
057300        COMPUTE WS-NEW-DEPOSIT = WS-TO-DEPOSIT + WS-FROM-DEPOSIT
057400        MOVE WS-TO-C-NO      TO BALHIST-C-NO
057500        MOVE WS-TO-DEPOSIT   TO BALHIST-OLD-BAL
057600        MOVE WS-NEW-DEPOSIT  TO BALHIST-NEW-BAL
057700        MOVE WS-FROM-DEPOSIT TO BALHIST-AMOUNT
057800        PERFORM INSERT-BALANCE-HISTORY
057900        EXEC SQL
058000           UPDATE API5.CUSTOMERS
058100           SET DEPOSIT_BAL = :WS-NEW-DEPOSIT
058200           WHERE C_NO = :WS-TO-C-NO
058300        END-EXEC
058400        PERFORM TEST-SQLCODE
058500     END-IF
058600     .
058700
058800 MARK-ACCOUNT-MERGED.
058900     EXEC SQL
059000        UPDATE API5.CUSTOMERS
059100        SET MERGED_INTO = :WS-TO-C-NO
059200        WHERE C_NO = :WS-FROM-C-NO
059300     END-EXEC
059400     PERFORM TEST-SQLCODE
059500     MOVE WS-FROM-C-NO  TO CHG-C-NO
059600     MOVE 'MERGED_INTO' TO CHG-FIELD
059700     MOVE '0'           TO CHG-OLD-VALUE
059800     MOVE WS-TO-C-NO    TO CHG-NEW-VALUE
059900     PERFORM INSERT-CUSTOMER-CHANGE
060000     .
060100
060200 END-TABLE-MOVE.
060300     IF SQLCODE = +100
060400        MOVE ZERO TO WS-ROWS-MOVED
060500     ELSE
060600        PERFORM TEST-SQLCODE
060700        MOVE SQLERRD(3) TO WS-ROWS-MOVED
060800     END-IF
060900     MOVE WS-TABLE-NAME TO MOV-TABLE-ED
061000     MOVE WS-ROWS-MOVED TO MOV-ROWS-ED
061100     WRITE ENR-OUTMRG FROM L-MOVED-LINE
061200     .
061300
061400 INSERT-BALANCE-HISTORY.
061500     EXEC SQL
061600        INSERT INTO API5.BALANCE_HISTORY
061700        (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
061800         HIST_TYPE)
061900        VALUES(:BALHIST-C-NO,
062000               :BALHIST-O-NO,
062100               :BALHIST-OLD-BAL,
062200               :BALHIST-NEW-BAL,
062300               :BALHIST-AMOUNT,
062400               :BALHIST-DATE,
062500               :BALHIST-TYPE)
062600     END-EXEC
062700     PERFORM TEST-SQLCODE
062800     .
062900
063000 INSERT-CUSTOMER-CHANGE.
063100     ACCEPT WS-TIME-RAW FROM TIME
063200     MOVE WS-TODAY-DASHED TO CHG-DATE
063300     MOVE WS-TIME-RAW     TO CHG-TIME
063400     MOVE 'PART96'        TO CHG-PROGID
063500     EXEC SQL
063600        INSERT INTO API5.CUSTOMER_CHANGES
063700        (C_NO, CHG_DATE, CHG_TIME, FIELD_NAME, OLD_VALUE,
063800         NEW_VALUE, PROG_ID)
063900        VALUES(:CHG-C-NO,
064000               :CHG-DATE,
064100               :CHG-TIME,
064200               :CHG-FIELD,
064300               :CHG-OLD-VALUE,
064400               :CHG-NEW-VALUE,
064500               :CHG-PROGID)
064600     END-EXEC
064700     PERFORM TEST-SQLCODE
064800     .
064900
065000 WRITE-REJECT.
065100     STRING MERGREQ-RECORD DELIMITED BY SIZE
065200            ' - ' DELIMITED BY SIZE
065300            WS-REJECT-REASON DELIMITED BY SIZE
065400         INTO WS-REJECT-OUT
065500     END-STRING
065600     MOVE WS-REJECT-OUT TO REJMRG-RECORD
065700     WRITE REJMRG-RECORD
065800     DISPLAY 'FUSION REJETEE : ' WS-REJECT-REASON
065900     ADD 1 TO WS-CNT-REJECTED
066000     .
066100
066200 COMMIT-SQL.
066300     EXEC SQL COMMIT END-EXEC
066400     PERFORM TEST-SQLCODE
066500     .
066600
066700 TEST-SQLCODE.
066800     EVALUATE TRUE
066900          WHEN SQLCODE IS EQUAL TO ZERO
067000                CONTINUE
067100          WHEN SQLCODE IS GREATER ZERO
067200             IF SQLCODE = 100
067300               CONTINUE
067400             ELSE
067500               DISPLAY 'WARNING : ' SQLCODE
067600             END-IF
067700          WHEN SQLCODE IS LESS THAN ZERO
067800                DISPLAY 'ANOMALIE : ' SQLCODE
067900                PERFORM ABEND-PROG
068000     END-EVALUATE.
068100
068200 ABEND-PROG.
068300     EXEC SQL ROLLBACK END-EXEC
068400     DISPLAY 'PART96 ABENDING - SEE SQLCODE ABOVE'
068500     MOVE 16 TO RETURN-CODE
068600     STOP RUN.
