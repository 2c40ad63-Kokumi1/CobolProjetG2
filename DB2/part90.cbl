000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART90.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - CUSTOMER DISPUTE FEED. CREDIT   *
000600*              CONTROL'S DAILY FILE (DISPFEED,                   *
000700*              ACTION;INV_NO;AMOUNT;REASON;REF) MAINTAINS        *
000800*              API5.DISPUTES : 'D' RAISES A DISPUTE AGAINST AN   *
000900*              OPEN INVOICE (AMOUNT AND REASON DM/PR/QT/OT       *
001000*              REQUIRED), 'C' RESOLVES THE INVOICE'S OPEN        *
001100*              DISPUTE AS A CREDIT - THE OPEN ITEM AND           *
001200*              CUSTOMERS.BALANCE ARE REDUCED AND A               *
001300*              BALANCE_HISTORY ROW OF TYPE 'C' IS WRITTEN FOR    *
001400*              PART44 TO JOURNAL; AN AMOUNT BELOW THE DISPUTED   *
001500*              ONE CREDITS THAT MUCH AND REINSTATES THE REST -   *
001600*              'R' REINSTATES THE WHOLE DISPUTE SO IT FALLS DUE  *
001700*              AGAIN. BAD LINES GO TO REJDSP WITH A REASON; A    *
001800*              REGISTER OF WHAT WAS DONE GOES TO FICDSR.         *
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
002700     SELECT DISPFEED ASSIGN TO DISPFEED
002800      ORGANIZATION IS SEQUENTIAL.
002900     SELECT REJDSP ASSIGN TO REJDSP
003000      ORGANIZATION IS SEQUENTIAL.
003100     SELECT OUTDSR ASSIGN TO FICDSR.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD DISPFEED.
003600 01 DISPFEED-RECORD    PIC X(50).
003700 FD REJDSP.
003800 01 REJDSP-RECORD      PIC X(90).
003900 FD OUTDSR.
004000 01 ENR-OUTDSR         PIC X(80).
004100
004200 WORKING-STORAGE SECTION.
004300     EXEC SQL
004400        INCLUDE SQLCA
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE CUSTOMER
004800     END-EXEC.
004900     EXEC SQL
005000        INCLUDE BALHIST
005100     END-EXEC.
005200     EXEC SQL
005300        INCLUDE OPENITEM
005400     END-EXEC.
005500     EXEC SQL
005600        INCLUDE DISPUTE
005700     END-EXEC.
005800
005900 01 DELIMITER-VAR  PIC X VALUE ";".
006000 01 WS-DATA.
006100    05 WS-ACTION        PIC X(1).
006200       88 ACTION-RAISE      VALUE 'D'.
006300       88 ACTION-CREDIT     VALUE 'C'.
006400       88 ACTION-REINSTATE  VALUE 'R'.
006500       88 ACTION-VALID      VALUE 'D' 'C' 'R'.
006600    05 WS-INV-NO-TEXT   PIC X(6).
006700    05 WS-AMOUNT-TEXT   PIC X(12).
006800    05 WS-REASON        PIC X(2).
006900       88 REASON-VALID      VALUE 'DM' 'PR' 'QT' 'OT'.
007000    05 WS-REFERENCE     PIC X(12).
007100 01 WS-FLAG-END PIC 9 VALUE ZERO.
007200    88 END-OF-FILE     VALUE 1.
007300
007400 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
007500    88 LIGNE-VALIDE    VALUE 'O'.
007600    88 LIGNE-INVALIDE  VALUE 'N'.
007700 01 WS-ITEM-FOUND      PIC X VALUE 'O'.
007800    88 ITEM-FOUND        VALUE 'O'.
007900    88 ITEM-UNKNOWN      VALUE 'N'.
008000 01 WS-DSP-FOUND       PIC X VALUE 'O'.
008100    88 DISPUTE-FOUND     VALUE 'O'.
008200    88 DISPUTE-NONE      VALUE 'N'.
008300 01 WS-REJECT-REASON   PIC X(30).
008400 01 WS-REJECT-OUT      PIC X(90).
008500 01 WS-AMOUNT          PIC S9(8)V99 COMP-3.
008600 01 WS-CREDIT-AMT      PIC S9(8)V99 COMP-3.
008700 01 WS-NEW-OPEN-AMT    PIC S9(8)V99 COMP-3.
008800 01 WS-NEW-BALANCE     PIC S9(8)V99 COMP-3.
008900 01 WS-TODAY-RAW       PIC X(8).
008950 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
009000 01 WS-TODAY-DASHED    PIC X(10).
009100 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
009200 01 WS-CNT-RAISED      PIC 9(5) VALUE ZERO.
009300 01 WS-CNT-CREDITED    PIC 9(5) VALUE ZERO.
009400 01 WS-CNT-REINSTATED  PIC 9(5) VALUE ZERO.
009500 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
009600 01 WS-TOT-CREDITED    PIC S9(9)V99 COMP-3 VALUE ZERO.
009700 01 ED-TOT-CREDITED    PIC -ZZZZZZZZ9,99.
009800
009900 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
010000 01 L-TITLE-LINE.
010100    05 FILLER         PIC X(30)
010200       VALUE 'CUSTOMER DISPUTE REGISTER     '.
010300    05 TITLE-DATE-ED  PIC X(10).
010400    05 FILLER         PIC X(40) VALUE SPACE.
010500 01 L-REGISTER-LINE.
010600    05 REG-ACTION-ED  PIC X(14).
010700    05 FILLER         PIC X(6)  VALUE ' FACT '.
010800    05 REG-INV-ED     PIC 9(6).
010900    05 FILLER         PIC X(8)  VALUE ' CLIENT '.
011000    05 REG-CNO-ED     PIC 9(4).
011100    05 FILLER         PIC X(7)  VALUE ' MOTIF '.
011200    05 REG-REASON-ED  PIC X(2).
011300    05 FILLER         PIC X(9)  VALUE ' MONTANT '.
011400    05 REG-AMT-ED     PIC -ZZZZZZ9,99.
011500    05 FILLER         PIC X(13) VALUE SPACE.
011600
011700 PROCEDURE DIVISION.
011800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
011850     CALL RUNDATE USING WS-TODAY-RAW
011900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
012000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
012100            INTO WS-TODAY-DASHED
012200     END-STRING
012300     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
012400
012500     OPEN INPUT DISPFEED
012600     OPEN OUTPUT REJDSP
012700     OPEN OUTPUT OUTDSR
012800     WRITE ENR-OUTDSR FROM L-TITLE-LINE
012900     WRITE ENR-OUTDSR FROM L-HEADER-BLANK
013000
013100     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
013200     PERFORM COMMIT-SQL
013300
013400     CLOSE DISPFEED
013500     CLOSE REJDSP
013600     CLOSE OUTDSR
013700
013800     MOVE WS-TOT-CREDITED TO ED-TOT-CREDITED
013900     DISPLAY '===================================='
014000     DISPLAY 'PART90 DISPUTE FEED SUMMARY'
014100     DISPLAY 'LINES READ          : ' WS-CNT-READ
014200     DISPLAY 'DISPUTES RAISED     : ' WS-CNT-RAISED
014300     DISPLAY 'DISPUTES CREDITED   : ' WS-CNT-CREDITED
014400     DISPLAY 'DISPUTES REINSTATED : ' WS-CNT-REINSTATED
014500     DISPLAY 'LINES REJECTED      : ' WS-CNT-REJECTED
014600     DISPLAY 'AMOUNT CREDITED     : ' ED-TOT-CREDITED
014700     DISPLAY '===================================='
014800     GOBACK.
014900
015000 TRAITEMENT-FICHIER.
015100     READ DISPFEED AT END
015200        SET END-OF-FILE TO TRUE
015300     NOT AT END
015400        PERFORM TRAITEMENT-LIGNE
015500     END-READ
015600     .
015700
015800 TRAITEMENT-LIGNE.
015900     ADD 1 TO WS-CNT-READ
016000     MOVE SPACES TO WS-DATA
016100     UNSTRING DISPFEED-RECORD
016200        DELIMITED BY DELIMITER-VAR
016300        INTO WS-ACTION
016400             WS-INV-NO-TEXT
016500             WS-AMOUNT-TEXT
016600             WS-REASON
016700             WS-REFERENCE
016800     END-UNSTRING
016900     INSPECT WS-AMOUNT-TEXT CONVERTING '.' TO ','
017000     PERFORM VALIDATE-LIGNE
017100     IF LIGNE-VALIDE
017200        PERFORM APPLY-ONE-ACTION
017300     ELSE
017400        PERFORM WRITE-REJECT
017500     END-IF
017600     .
017700
017800******************************************************
017900*** A RAISE NEEDS AN AMOUNT AND A REASON CODE; A    ***
018000*** CREDIT MAY CARRY A PARTIAL AMOUNT; A REINSTATE  ***
018100*** NEEDS ONLY THE INVOICE.                         ***
018200******************************************************
018300 VALIDATE-LIGNE.
018400     SET LIGNE-VALIDE TO TRUE
018500     MOVE ZERO TO WS-AMOUNT
018600     EVALUATE TRUE
018700        WHEN NOT ACTION-VALID
018800             MOVE 'ACTION INVALIDE' TO WS-REJECT-REASON
018900             SET LIGNE-INVALIDE TO TRUE
019000        WHEN WS-INV-NO-TEXT = SPACES
019100             OR WS-INV-NO-TEXT IS NOT NUMERIC
019200             MOVE 'NO FACTURE INVALIDE' TO WS-REJECT-REASON
019300             SET LIGNE-INVALIDE TO TRUE
019400        WHEN ACTION-RAISE AND WS-AMOUNT-TEXT = SPACES
019500             MOVE 'MONTANT LITIGE INVALIDE' TO WS-REJECT-REASON
019600             SET LIGNE-INVALIDE TO TRUE
019700        WHEN ACTION-RAISE AND NOT REASON-VALID
019800             MOVE 'MOTIF LITIGE INVALIDE' TO WS-REJECT-REASON
019900             SET LIGNE-INVALIDE TO TRUE
020000        WHEN WS-AMOUNT-TEXT NOT = SPACES
020100             PERFORM VALIDATE-AMOUNT
020200     END-EVALUATE
020300     .
020400
020500 VALIDATE-AMOUNT.
020600     IF FUNCTION TEST-NUMVAL-C(WS-AMOUNT-TEXT) NOT = ZERO
020700        MOVE 'MONTANT LITIGE INVALIDE' TO WS-REJECT-REASON
020800        SET LIGNE-INVALIDE TO TRUE
020900     ELSE
021000        COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
021100        IF WS-AMOUNT <= ZERO
021200           MOVE 'MONTANT LITIGE INVALIDE' TO WS-REJECT-REASON
021300           SET LIGNE-INVALIDE TO TRUE
021400        END-IF
021500     END-IF
021600     .
021700
021800******************************************************
021900*** LOOKS UP THE INVOICE AND ITS OPEN DISPUTE, THEN ***
022000*** ROUTES THE LINE TO ITS ACTION.                  ***
022100******************************************************
022200 APPLY-ONE-ACTION.
022300     MOVE WS-INV-NO-TEXT TO OITEM-INV-NO
022400     PERFORM GET-OPEN-ITEM
022500     IF ITEM-UNKNOWN
022600        MOVE 'FACTURE INCONNUE' TO WS-REJECT-REASON
022700        PERFORM WRITE-REJECT
022800     ELSE
022900        PERFORM GET-OPEN-DISPUTE
023000        EVALUATE TRUE
023100           WHEN ACTION-RAISE
023200                PERFORM RAISE-DISPUTE
023300           WHEN DISPUTE-NONE
023400                MOVE 'AUCUN LITIGE OUVERT' TO WS-REJECT-REASON
023500                PERFORM WRITE-REJECT
023600           WHEN ACTION-CREDIT
023700                PERFORM CREDIT-DISPUTE
023800           WHEN ACTION-REINSTATE
023900                PERFORM REINSTATE-DISPUTE
024000        END-EVALUATE
024100     END-IF
024200     .
024300
024400 GET-OPEN-ITEM.
024500     SET ITEM-FOUND TO TRUE
024600     EXEC SQL
024700        SELECT O_NO, C_NO, OPEN_AMOUNT, STATUS
024800             INTO :OITEM-O-NO, :OITEM-C-NO, :OITEM-OPEN-AMT,
024900                  :OITEM-STATUS
025000        FROM API5.OPEN_ITEMS
025100        WHERE INV_NO = :OITEM-INV-NO
025200     END-EXEC
025300     EVALUATE TRUE
025400        WHEN SQLCODE = ZERO
025500             CONTINUE
025600        WHEN SQLCODE = +100
025700             SET ITEM-UNKNOWN TO TRUE
025800        WHEN SQLCODE > ZERO
025900             DISPLAY 'WARNING GET OPEN ITEM : ' SQLCODE
026000        WHEN OTHER
026100             DISPLAY 'ANOMALIE GRAVE GET OPEN ITEM : ' SQLCODE
026200             PERFORM ABEND-PROG
026300     END-EVALUATE
026400     .
026500
026600 GET-OPEN-DISPUTE.
026700     SET DISPUTE-FOUND TO TRUE
026800     MOVE OITEM-INV-NO TO DSP-INV-NO
026900     EXEC SQL
027000        SELECT AMOUNT, REASON
027100             INTO :DSP-AMOUNT, :DSP-REASON
027200        FROM API5.DISPUTES
027300        WHERE INV_NO = :DSP-INV-NO
027400        AND   STATUS = 'O'
027500     END-EXEC
027600     EVALUATE TRUE
027700        WHEN SQLCODE = ZERO
027800             CONTINUE
027900        WHEN SQLCODE = +100
028000             SET DISPUTE-NONE TO TRUE
028100        WHEN SQLCODE > ZERO
028200             DISPLAY 'WARNING GET DISPUTE : ' SQLCODE
028300        WHEN OTHER
028400             DISPLAY 'ANOMALIE GRAVE GET DISPUTE : ' SQLCODE
028500             PERFORM ABEND-PROG
028600     END-EVALUATE
028700     .
028800
028900******************************************************
029000*** ONE OPEN DISPUTE PER INVOICE, AND NEVER MORE    ***
029100*** THAN THE INVOICE STILL OWES.                    ***
029200******************************************************
029300 RAISE-DISPUTE.
029400     EVALUATE TRUE
029500        WHEN OITEM-STATUS NOT = 'O'
029600             MOVE 'FACTURE NON OUVERTE' TO WS-REJECT-REASON
029700             PERFORM WRITE-REJECT
029800        WHEN DISPUTE-FOUND
029900             MOVE 'LITIGE DEJA OUVERT' TO WS-REJECT-REASON
030000             PERFORM WRITE-REJECT
030100        WHEN WS-AMOUNT > OITEM-OPEN-AMT
030200             MOVE 'LITIGE SUPERIEUR AU RESTE DU'
030300                  TO WS-REJECT-REASON
030400             PERFORM WRITE-REJECT
030500        WHEN OTHER
030600             PERFORM INSERT-DISPUTE
030700     END-EVALUATE
030800     .
030900
031000 INSERT-DISPUTE.
031100     MOVE OITEM-INV-NO    TO DSP-INV-NO
031200     MOVE OITEM-C-NO      TO DSP-C-NO
031300     MOVE WS-AMOUNT       TO DSP-AMOUNT
031400     MOVE WS-REASON       TO DSP-REASON
031500     MOVE WS-TODAY-DASHED TO DSP-OPEN-DATE
031600     MOVE 'O'             TO DSP-STATUS
031700     MOVE WS-REFERENCE    TO DSP-REF
031800     MOVE ZERO            TO DSP-CREDIT-AMT
031900     EXEC SQL
032000         INSERT INTO API5.DISPUTES
032100         (INV_NO, C_NO, AMOUNT, REASON, OPEN_DATE, STATUS, REF,
032200          CREDIT_AMT)
032300         VALUES(:DSP-INV-NO,
032400                :DSP-C-NO,
032500                :DSP-AMOUNT,
032600                :DSP-REASON,
032700                :DSP-OPEN-DATE,
032800                :DSP-STATUS,
032900                :DSP-REF,
033000                :DSP-CREDIT-AMT)
033100     END-EXEC
033200     EVALUATE TRUE
033300        WHEN SQLCODE = ZERO
033400             ADD 1 TO WS-CNT-RAISED
033500             MOVE 'LITIGE OUVERT' TO REG-ACTION-ED
033600             MOVE WS-AMOUNT TO REG-AMT-ED
033700             PERFORM WRITE-REGISTER-LINE
033800        WHEN SQLCODE > ZERO
033900             DISPLAY 'WARNING INSERT DISPUTE : ' SQLCODE
034000        WHEN OTHER
034100             DISPLAY 'ANOMALIE GRAVE INSERT DISPUTE : ' SQLCODE
034200             PERFORM ABEND-PROG
034300     END-EVALUATE
034400     .
034500
034600******************************************************
034700*** THE CREDIT COMES OFF THE OPEN ITEM (WHICH MAY   ***
034800*** CLOSE) AND OFF THE BALANCE, WITH A TYPE 'C'     ***
034900*** HISTORY ROW. NO AMOUNT ON THE LINE CREDITS THE  ***
035000*** WHOLE DISPUTE; A SMALLER ONE CREDITS THAT MUCH  ***
035100*** AND THE REST FALLS DUE AGAIN.                   ***
035200******************************************************
035300 CREDIT-DISPUTE.
035400     IF WS-AMOUNT = ZERO
035500        MOVE DSP-AMOUNT TO WS-CREDIT-AMT
035600     ELSE
035700        MOVE WS-AMOUNT TO WS-CREDIT-AMT
035800     END-IF
035900     IF WS-CREDIT-AMT > DSP-AMOUNT
036000        MOVE 'AVOIR SUPERIEUR AU LITIGE' TO WS-REJECT-REASON
036100        PERFORM WRITE-REJECT
036200     ELSE
036300        PERFORM GET-CUSTOMER-BALANCE
036400        PERFORM REDUCE-OPEN-ITEM
036500        PERFORM UPDATE-CUSTOMER-BALANCE
036600        PERFORM INSERT-BALANCE-HISTORY
036700        MOVE 'C' TO DSP-STATUS
036800        MOVE WS-CREDIT-AMT TO DSP-CREDIT-AMT
036900        PERFORM CLOSE-DISPUTE
037000        ADD 1 TO WS-CNT-CREDITED
037100        ADD WS-CREDIT-AMT TO WS-TOT-CREDITED
037200        MOVE 'AVOIR LITIGE' TO REG-ACTION-ED
037300        MOVE WS-CREDIT-AMT TO REG-AMT-ED
037400        PERFORM WRITE-REGISTER-LINE
037500     END-IF
037600     .
037700
037800 REINSTATE-DISPUTE.
037900     MOVE 'R' TO DSP-STATUS
038000     MOVE ZERO TO DSP-CREDIT-AMT
038100     PERFORM CLOSE-DISPUTE
038200     ADD 1 TO WS-CNT-REINSTATED
038300     MOVE 'LITIGE REPRIS' TO REG-ACTION-ED
038400     MOVE DSP-AMOUNT TO REG-AMT-ED
038500     PERFORM WRITE-REGISTER-LINE
038600     .
038700
038800 GET-CUSTOMER-BALANCE.
038900     MOVE OITEM-C-NO TO CUS-NO
039000     EXEC SQL
039100        SELECT BALANCE
039200             INTO :CUS-BALANCE
039300        FROM API5.CUSTOMERS
039400        WHERE C_NO = :CUS-NO
039500     END-EXEC
039600     IF SQLCODE NOT = ZERO
039700        DISPLAY 'ANOMALIE GRAVE GET BALANCE : ' SQLCODE
039800        PERFORM ABEND-PROG
039900     END-IF
040000     .
040100
040200 REDUCE-OPEN-ITEM.
040300     COMPUTE WS-NEW-OPEN-AMT = OITEM-OPEN-AMT - WS-CREDIT-AMT
040400     IF WS-NEW-OPEN-AMT = ZERO
040500        MOVE 'C' TO OITEM-STATUS
040600     ELSE
040700        MOVE 'O' TO OITEM-STATUS
040800     END-IF
040900     EXEC SQL
041000        UPDATE API5.OPEN_ITEMS
041100        SET OPEN_AMOUNT = :WS-NEW-OPEN-AMT,
041200            STATUS      = :OITEM-STATUS
041300        WHERE INV_NO = :OITEM-INV-NO
041400     END-EXEC
041500     IF SQLCODE NOT = ZERO
041600        DISPLAY 'ANOMALIE GRAVE UPDATE OPEN ITEM : ' SQLCODE
041700        PERFORM ABEND-PROG
041800     END-IF
041900     .
042000
042100 UPDATE-CUSTOMER-BALANCE.
042200     COMPUTE WS-NEW-BALANCE = CUS-BALANCE - WS-CREDIT-AMT
042300     EXEC SQL
042400          UPDATE API5.CUSTOMERS
042500          SET BALANCE = :WS-NEW-BALANCE
042600          WHERE C_NO  = :CUS-NO
042700     END-EXEC
042800     IF SQLCODE NOT = ZERO
042900        DISPLAY 'ANOMALIE GRAVE UPDATE CUS BAL : ' SQLCODE
043000        PERFORM ABEND-PROG
043100     END-IF
043200     .
043300
043400******************************************************
043500*** SAME AUDIT ROW PART14 WRITES FOR A PAYMENT, ON  ***
043600*** THE INVOICE'S ORDER, TYPE 'C' SO STATEMENTS AND ***
043700*** THE GL JOURNAL SHOW IT AS A DISPUTE CREDIT.     ***
043800******************************************************
043900 INSERT-BALANCE-HISTORY.
044000     MOVE CUS-NO         TO BALHIST-C-NO
044100     MOVE OITEM-O-NO     TO BALHIST-O-NO
044200     MOVE CUS-BALANCE    TO BALHIST-OLD-BAL
044300     MOVE WS-NEW-BALANCE TO BALHIST-NEW-BAL
044400     COMPUTE BALHIST-AMOUNT = ZERO - WS-CREDIT-AMT
044500     MOVE WS-TODAY-DASHED TO BALHIST-DATE
044600     MOVE 'C'            TO BALHIST-TYPE
044700     EXEC SQL
044800         INSERT INTO API5.BALANCE_HISTORY
044900         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
045000          HIST_TYPE)
045100         VALUES(:BALHIST-C-NO,
045200                :BALHIST-O-NO,
045300                :BALHIST-OLD-BAL,
045400                :BALHIST-NEW-BAL,
045500                :BALHIST-AMOUNT,
045600                :BALHIST-DATE,
045700                :BALHIST-TYPE)
045800     END-EXEC
045900     IF SQLCODE NOT = ZERO
046000        DISPLAY 'ANOMALIE GRAVE BALHIST : ' SQLCODE
046100        PERFORM ABEND-PROG
046200     END-IF
046300     .
046400
046500 CLOSE-DISPUTE.
046600     MOVE WS-TODAY-DASHED TO DSP-RESOLVE-DATE
046700     EXEC SQL
046800        UPDATE API5.DISPUTES
046900        SET STATUS       = :DSP-STATUS,
047000            RESOLVE_DATE = :DSP-RESOLVE-DATE,
047100            CREDIT_AMT   = :DSP-CREDIT-AMT
047200        WHERE INV_NO = :DSP-INV-NO
047300        AND   STATUS = 'O'
047400     END-EXEC
047500     IF SQLCODE NOT = ZERO
047600        DISPLAY 'ANOMALIE GRAVE UPDATE DISPUTE : ' SQLCODE
047700        PERFORM ABEND-PROG
047800     END-IF
047900     .
048000
048100 WRITE-REGISTER-LINE.
048200     MOVE OITEM-INV-NO TO REG-INV-ED
048300     MOVE OITEM-C-NO   TO REG-CNO-ED
048400     IF ACTION-RAISE
048500        MOVE WS-REASON  TO REG-REASON-ED
048600     ELSE
048700        MOVE DSP-REASON TO REG-REASON-ED
048800     END-IF
048900     WRITE ENR-OUTDSR FROM L-REGISTER-LINE
049000     .
049100
049200 WRITE-REJECT.
049300     STRING DISPFEED-RECORD DELIMITED BY SIZE
049400            ' - ' DELIMITED BY SIZE
049500            WS-REJECT-REASON DELIMITED BY SIZE
049600         INTO WS-REJECT-OUT
049700     END-STRING
049800     MOVE WS-REJECT-OUT TO REJDSP-RECORD
049900     WRITE REJDSP-RECORD
050000     DISPLAY 'LITIGE REJETE : ' WS-REJECT-REASON
050100     ADD 1 TO WS-CNT-REJECTED
050200     .
050300
050400 COMMIT-SQL.
050500     EXEC SQL COMMIT END-EXEC
050600     IF SQLCODE NOT = ZERO
050700        DISPLAY 'WARNING COMMIT : ' SQLCODE
050800     END-IF
050900     .
051000
051100 ABEND-PROG.
051200     EXEC SQL ROLLBACK END-EXEC
051300     DISPLAY 'PART90 ABENDING - SEE SQLCODE ABOVE'
051400     MOVE 16 TO RETURN-CODE
051500     STOP RUN.
