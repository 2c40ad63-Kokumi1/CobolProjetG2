001400*              PREPAYMENTS STOP DISTORTING THE CREDIT            *
001401*              PROJECTION. PART7 APPLIES THE DEPOSIT WHEN THE    *
001402*              ORDER INVOICES.                                   *
001403* 2026-10-15 : TWO OPTIONAL FIELDS AFTER THE REFERENCE CARRY A   *
001404*              SHORT-PAID AMOUNT AND A REASON CODE (DM/PR/QT/    *
001405*              OT). THE SHORT AMOUNT IS RECORDED AS AN OPEN      *
001406*              DISPUTE IN API5.DISPUTES AGAINST THE REFERENCED   *
001407*              ORDER'S INVOICE. RECEIPTS NOW ONLY SETTLE THE     *
001408*              UNDISPUTED PART OF AN OPEN ITEM.                  *
001409* 2026-10-15 : A RECEIPT FOR AN ORDER'S INVOICE DATED INSIDE THE *
001409*              ITEM'S EARLY SETTLEMENT WINDOW (DISC_DATE,        *
001409*              STAMPED BY PART7/PART83 FROM THE PAYMENT TERMS)   *
001409*              THAT COVERS THE ITEM LESS ITS DISCOUNT NOW        *
001409*              SETTLES IT IN FULL. THE DISCOUNT TAKEN COMES OFF  *
001409*              THE BALANCE AS ITS OWN BALANCE_HISTORY TYPE 'S'   *
001409*              FOR PART44.                                       *
001409* 2026-10-15 : A RECEIPT DATED IN A MONTH PART23 HAS CLOSED IS   *
001409*              NOW REFUSED ('PERIODE CLOTUREE') OR RE-DATED TO   *
001409*              THE FIRST DAY OF THE NEXT OPEN MONTH, AS PART14'S *
001409*              API5.PERIOD_POLICY ROW SAYS (PERCHK). THE SUMMARY *
001409*              COUNTS BOTH.                                      *
001409* 2026-10-15 : A RECEIPT MAY NOW NAME ITS CURRENCY IN A SEVENTH  *
001409*              FIELD (BLANK = 'US'). A FOREIGN-CURRENCY RECEIPT  *
001409*              IS CONVERTED AT THE API5.RATES VALUE FOR ITS      *
001409*              PAYMENT DATE AND, UNLESS IT IS A DEPOSIT, MUST    *
001409*              NAME AN ORDER WHOSE OPEN INVOICE WAS ISSUED IN    *
001409*              THAT CURRENCY. IT SETTLES THE ITEM AT THE INVOICE *
001409*              REGISTER RATE (THE ORIGINAL BOOKED VALUE); THE    *
001409*              DIFFERENCE IS THE REALIZED EXCHANGE GAIN OR LOSS, *
001409*              POSTED AS ITS OWN BALANCE_HISTORY TYPE 'G' AND    *
001409*              RECORDED ON THE CASH_RECEIPTS ROW WITH THE        *
001409*              CURRENCY, AMOUNT AND RATE.                        *
001409* 2026-10-15 : BEFORE A RECEIPT'S UNREFERENCED CASH GOES OLDEST  *
001409*              INVOICE FIRST, THE CUSTOMER'S OPEN CREDIT NOTES   *
001409*              (PART130 - NEGATIVE API5.OPEN_ITEMS ROWS) ARE     *
001409*              OFFSET AGAINST THE OPEN INVOICES, OLDEST FIRST,   *
001409*              CLOSING EACH SIDE AT ZERO. AN OFFSET MOVES NO     *
001409*              CASH AND NO BALANCE; THE SUMMARY COUNTS IT APART. *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD RECEIPTS.
003200 01 RECEIPTS-RECORD    PIC X(70).
003300 FD REJRCPT.
003400 01 REJRCPT-RECORD     PIC X(110).
003500 FD EXCPLOG.
003600     COPY EXCPLOG.
003610 FD UNAPCSH.
004791     EXEC SQL
004792        INCLUDE PAYPLAN
004793     END-EXEC.
004794     EXEC SQL
004795        INCLUDE DISPUTE
004795     END-EXEC.
004795     EXEC SQL
004795        INCLUDE RATES
004795     END-EXEC.
004795     EXEC SQL
004795        INCLUDE INVREG
004796     END-EXEC.
004797
004792******************************************************
004793*** THE CUSTOMER'S OPEN INVOICES, OLDEST FIRST, SO  ***
004794*** THE UNREFERENCED PART OF A RECEIPT SETTLES THE  ***
004797     EXEC SQL
004798        DECLARE COPNI CURSOR
004799        FOR
004800        SELECT I.INV_NO, I.O_NO, I.OPEN_AMOUNT,
004801               COALESCE((SELECT SUM(D.AMOUNT)
004801                         FROM API5.DISPUTES D
004801                         WHERE D.INV_NO = I.INV_NO
004801                         AND   D.STATUS = 'O'), 0)
004801        FROM API5.OPEN_ITEMS I
004802        WHERE I.C_NO = :CUS-NO
004803        AND   I.STATUS = 'O'
004804        ORDER BY I.INV_DATE, I.INV_NO
004805     END-EXEC.
004805
004805******************************************************
004805*** THE CUSTOMER'S OPEN CREDIT NOTES (NEGATIVE      ***
004805*** ITEMS FROM PART130), OLDEST FIRST, AND THE      ***
004805*** INVOICES EACH ONE IS OFFSET AGAINST, OLDEST     ***
004805*** FIRST.                                          ***
004805******************************************************
004805     EXEC SQL
004805        DECLARE COPNC CURSOR
004805        FOR
004805        SELECT INV_NO, OPEN_AMOUNT
004805        FROM API5.OPEN_ITEMS
004805        WHERE C_NO = :CUS-NO
004805        AND   STATUS = 'O'
004805        AND   OPEN_AMOUNT < 0
004805        ORDER BY INV_DATE, INV_NO
004805     END-EXEC.
004805     EXEC SQL
004805        DECLARE COPNO CURSOR
004805        FOR
004805        SELECT I.INV_NO, I.OPEN_AMOUNT,
004805               COALESCE((SELECT SUM(D.AMOUNT)
004805                         FROM API5.DISPUTES D
004805                         WHERE D.INV_NO = I.INV_NO
004805                         AND   D.STATUS = 'O'), 0)
004805        FROM API5.OPEN_ITEMS I
004805        WHERE I.C_NO = :CUS-NO
004805        AND   I.STATUS = 'O'
004805        AND   I.OPEN_AMOUNT > 0
004805        ORDER BY I.INV_DATE, I.INV_NO
004805     END-EXEC.
004806
004807******************************************************
005200    05 WS-AMOUNT-TEXT   PIC X(12).
005300    05 WS-PAY-DATE-TEXT PIC X(10).
005400    05 WS-REFERENCE     PIC X(12).
005410    05 WS-DISP-AMT-TEXT PIC X(12).
005420    05 WS-DISP-REASON   PIC X(2).
005430       88 DISP-REASON-VALID VALUE 'DM' 'PR' 'QT' 'OT'.
005465    05 WS-RCPT-CCY      PIC X(2).
005500 01 WS-FLAG-END PIC 9 VALUE ZERO.
005600    88 END-OF-FILE     VALUE 1.
005700
006200    88 CUSTOMER-FOUND    VALUE 'O'.
006300    88 CUSTOMER-UNKNOWN  VALUE 'N'.
006400 01 WS-REJECT-REASON   PIC X(30).
006500 01 WS-REJECT-OUT      PIC X(110).
006600 01 WS-AMOUNT          PIC S9(8)V99 COMP-3.
006700 01 WS-NEW-BALANCE     PIC S9(8)V99 COMP-3.
006800 01 WS-PAY-DATE        PIC X(10).
007400 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART14'.
007500 01 WS-LOG-MESSAGE     PIC X(47).
007600 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
007601 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
007602 01 WS-PER-RESULT      PIC X(10).
007603 01 WS-PER-STATUS      PIC X(1).
007604 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
007605 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
007610
007620******************************************************
007630*** OPEN-ITEM APPLICATION WORK AREAS - WHAT OF THE  ***
007684    88 PLAN-DONE          VALUE 'O'.
007685    88 PLAN-NOT-DONE      VALUE 'N'.
007686 01 WS-CNT-INSTALLS    PIC 9(5) VALUE ZERO.
007686
007686******************************************************
007686*** SHORT-PAID DISPUTE WORK AREAS - THE AMOUNT HELD ***
007686*** BACK, THE INVOICE IT IS HELD AGAINST, AND WHAT  ***
007686*** OF EACH OPEN ITEM IS ALREADY IN DISPUTE.        ***
007686******************************************************
007686 01 WS-DISP-AMOUNT     PIC S9(8)V99 COMP-3 VALUE ZERO.
007686 01 WS-DISP-INV-NO     PIC 9(6).
007686 01 WS-ITEM-DISPUTED   PIC S9(8)V99 COMP-3.
007686 01 WS-ITEM-PAYABLE    PIC S9(8)V99 COMP-3.
007686 01 WS-CNT-DISPUTES    PIC 9(5) VALUE ZERO.
007686 01 WS-TOT-DISPUTED    PIC S9(9)V99 COMP-3 VALUE ZERO.
007686 01 ED-TOT-DISPUTED    PIC -ZZZZZZZZ9,99.
007686
007686******************************************************
007686*** EARLY SETTLEMENT DISCOUNT WORK AREAS - THE MOST ***
007686*** THE TERMS ALLOW, WHAT THE RECEIPT ACTUALLY TOOK ***
007686*** AND THE ORDER OF THE ITEM IT WAS TAKEN ON.      ***
007686******************************************************
007686 01 WS-DISC-MAX        PIC S9(8)V99 COMP-3.
007686 01 WS-DISC-TAKEN      PIC S9(8)V99 COMP-3 VALUE ZERO.
007686 01 WS-DISC-O-NO       PIC 9(6).
007686 01 WS-ITEM-DISCOUNT   PIC S9(8)V99 COMP-3 VALUE ZERO.
007686 01 WS-CNT-DISCOUNTS   PIC 9(5) VALUE ZERO.
007686 01 WS-TOT-DISCOUNTS   PIC S9(9)V99 COMP-3 VALUE ZERO.
007686 01 ED-TOT-DISCOUNTS   PIC -ZZZZZZZZ9,99.
007686
007686******************************************************
007686*** FOREIGN-CURRENCY RECEIPT WORK AREAS - THE AMOUNT***
007686*** IN THE RECEIPT CURRENCY, ITS PAYMENT-DATE RATE, ***
007686*** THE BOOKED VALUE IT SETTLES AND THE REALIZED    ***
007686*** EXCHANGE DIFFERENCE (GAIN POSITIVE).            ***
007686******************************************************
007686 01 WS-BOOK-CCY        PIC X(2) VALUE 'US'.
007686 01 WS-CCY-AMOUNT      PIC S9(8)V99 COMP-3 VALUE ZERO.
007686 01 WS-RCPT-RATE       PIC 9V9999 COMP-3 VALUE 1.
007686 01 WS-SETTLE-VALUE    PIC S9(8)V99 COMP-3 VALUE ZERO.
007686 01 WS-FX-AMOUNT       PIC S9(8)V99 COMP-3 VALUE ZERO.
007686 01 WS-FX-O-NO         PIC 9(6).
007686 01 WS-CNT-FX          PIC 9(5) VALUE ZERO.
007686 01 WS-TOT-FX          PIC S9(9)V99 COMP-3 VALUE ZERO.
007686 01 ED-TOT-FX          PIC -ZZZZZZZZ9,99.
007686
007686******************************************************
007686*** CREDIT NOTE OFFSET WORK AREAS - THE CREDIT NOTE ***
007686*** BEING OFFSET, WHAT OF IT IS LEFT, AND THE RUN   ***
007686*** TOTALS FOR THE SUMMARY.                         ***
007686******************************************************
007686 01 WS-CRN-INV-NO      PIC 9(6).
007686 01 WS-CRN-OPEN-AMT    PIC S9(8)V99 COMP-3.
007686 01 WS-CRN-REMAIN      PIC S9(8)V99 COMP-3.
007686 01 WS-CNT-OFFSETS     PIC 9(5) VALUE ZERO.
007686 01 WS-TOT-OFFSET      PIC S9(9)V99 COMP-3 VALUE ZERO.
007686 01 ED-TOT-OFFSET      PIC -ZZZZZZZZ9,99.
007686 01 WS-CRN-DONE        PIC X VALUE 'N'.
007686    88 CRN-DONE          VALUE 'O'.
007686    88 CRN-NOT-DONE      VALUE 'N'.
007686 01 WS-OFFS-DONE       PIC X VALUE 'N'.
007686    88 OFFS-DONE         VALUE 'O'.
007686    88 OFFS-NOT-DONE     VALUE 'N'.
007687
007683 01 L-UNAP-LINE.
007684    05 UNAP-DATE-ED    PIC X(10).
010440     DISPLAY 'AMOUNT UNAPPLIED  : ' ED-TOT-UNAPPLIED
010450     DISPLAY 'RECEIPTS UNAPPLIED: ' WS-CNT-UNAPPLIED
010460     DISPLAY 'INSTALLMENTS PAID : ' WS-CNT-INSTALLS
010461     MOVE WS-TOT-DISPUTED TO ED-TOT-DISPUTED
010462     DISPLAY 'DISPUTES OPENED   : ' WS-CNT-DISPUTES
010463     DISPLAY 'AMOUNT DISPUTED   : ' ED-TOT-DISPUTED
010464     MOVE WS-TOT-DISCOUNTS TO ED-TOT-DISCOUNTS
010465     DISPLAY 'DISCOUNTS TAKEN   : ' WS-CNT-DISCOUNTS
010466     DISPLAY 'AMOUNT DISCOUNTED : ' ED-TOT-DISCOUNTS
010477     DISPLAY 'CLOSED PER REFUSED: ' WS-CNT-PER-REFUSED
010488     DISPLAY 'CLOSED PER REDATED: ' WS-CNT-PER-REDATED
010491     MOVE WS-TOT-FX TO ED-TOT-FX
010494     DISPLAY 'FX SETTLEMENTS    : ' WS-CNT-FX
010497     DISPLAY 'REALIZED FX NET   : ' ED-TOT-FX
010497     MOVE WS-TOT-OFFSET TO ED-TOT-OFFSET
010497     DISPLAY 'CREDITS OFFSET    : ' WS-CNT-OFFSETS
010497     DISPLAY 'AMOUNT OFFSET     : ' ED-TOT-OFFSET
010500     DISPLAY '===================================='
010600     .
010700 TRAITEMENT-FICHIER.
011300     .
011400 TRAITEMENT-LIGNE.
011500     ADD 1 TO WS-CNT-READ
011510     MOVE SPACES TO WS-DATA
011600     UNSTRING RECEIPTS-RECORD
011700        DELIMITED BY DELIMITER-VAR
011800        INTO WS-CUST-NO-TEXT
011900             WS-AMOUNT-TEXT
012000             WS-PAY-DATE-TEXT
012100             WS-REFERENCE
012110             WS-DISP-AMT-TEXT
012120             WS-DISP-REASON
012160             WS-RCPT-CCY
012200     END-UNSTRING
012300     INSPECT WS-AMOUNT-TEXT CONVERTING '.' TO ','
012310     INSPECT WS-DISP-AMT-TEXT CONVERTING '.' TO ','
012400     PERFORM VALIDATE-LIGNE
012500     IF LIGNE-VALIDE
012600        PERFORM POST-RECEIPT
014200           SET LIGNE-INVALIDE TO TRUE
014300        ELSE
014400           PERFORM VALIDATE-PAY-DATE
014410           IF LIGNE-VALIDE
014420              PERFORM VALIDATE-DISPUTE
014425              IF LIGNE-VALIDE
014427                 PERFORM CHECK-POSTING-PERIOD
014427                 IF LIGNE-VALIDE
014427                    PERFORM VALIDATE-RECEIPT-CCY
014427                 END-IF
014428              END-IF
014430           END-IF
014500        END-IF
014600     END-IF
014700     .
014710
014720******************************************************
014730*** A SHORT-PAID AMOUNT NEEDS A REASON CODE AND A   ***
014740*** REFERENCE NAMING THE ORDER WHOSE INVOICE IS     ***
014750*** SHORT-PAID. A DEPOSIT CANNOT CARRY A DISPUTE.   ***
014760******************************************************
014770 VALIDATE-DISPUTE.
014780     MOVE ZERO TO WS-DISP-AMOUNT
014790     IF WS-DISP-AMT-TEXT NOT = SPACES
014791        OR WS-DISP-REASON NOT = SPACES
014792        IF WS-DISP-AMT-TEXT = SPACES
014793           OR FUNCTION TEST-NUMVAL-C(WS-DISP-AMT-TEXT)
014794              NOT = ZERO
014795           MOVE 'MONTANT LITIGE INVALIDE' TO WS-REJECT-REASON
014796           SET LIGNE-INVALIDE TO TRUE
014797        ELSE
014798           COMPUTE WS-DISP-AMOUNT =
014799                   FUNCTION NUMVAL-C(WS-DISP-AMT-TEXT)
014800           EVALUATE TRUE
014801              WHEN WS-DISP-AMOUNT <= ZERO
014802                   MOVE 'MONTANT LITIGE INVALIDE'
014803                        TO WS-REJECT-REASON
014804                   SET LIGNE-INVALIDE TO TRUE
014805              WHEN NOT DISP-REASON-VALID
014806                   MOVE 'MOTIF LITIGE INVALIDE'
014807                        TO WS-REJECT-REASON
014808                   SET LIGNE-INVALIDE TO TRUE
014809              WHEN WS-REFERENCE(1:6) IS NOT NUMERIC
014810                   MOVE 'LITIGE SANS REFERENCE COMMANDE'
014811                        TO WS-REJECT-REASON
014812                   SET LIGNE-INVALIDE TO TRUE
014813           END-EVALUATE
014814        END-IF
014815     END-IF
014816     .
014800
014900******************************************************
015000*** THE PAYMENT DATE GOES THROUGH P2DDATE LIKE THE ***
015900        SET LIGNE-INVALIDE TO TRUE
016000     END-IF
016100     .
016104
016108******************************************************
016112*** A LINE DATED IN A MONTH PART23 HAS CLOSED IS    ***
016116*** REFUSED OR RE-DATED TO THE NEXT OPEN MONTH, AS  ***
016120*** THIS PROGRAM'S PERIOD_POLICY ROW SAYS (PERCHK). ***
016124******************************************************
016128 CHECK-POSTING-PERIOD.
016132     CALL PERCHK USING WS-LOG-PROGID WS-PAY-DATE
016136                       WS-PER-RESULT WS-PER-STATUS
016140     EVALUATE WS-PER-STATUS
016144        WHEN 'N'
016148             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
016152             SET LIGNE-INVALIDE TO TRUE
016156             ADD 1 TO WS-CNT-PER-REFUSED
016160        WHEN 'D'
016164             DISPLAY 'DATE REPORTEE : ' WS-PAY-DATE ' -> '
016168                     WS-PER-RESULT ' REF ' WS-REFERENCE
016172             MOVE WS-PER-RESULT TO WS-PAY-DATE
016176             ADD 1 TO WS-CNT-PER-REDATED
016180     END-EVALUATE
016184     .
016184
016184******************************************************
016184*** BLANK CURRENCY MEANS THE BOOK CURRENCY. ANY     ***
016184*** OTHER NEEDS AN API5.RATES VALUE FOR THE PAYMENT ***
016184*** DATE, AND - UNLESS IT IS A DEPOSIT - AN ORDER   ***
016184*** REFERENCE NAMING THE INVOICE IT SETTLES.        ***
016184******************************************************
016184 VALIDATE-RECEIPT-CCY.
016184     IF WS-RCPT-CCY = SPACES
016184        MOVE WS-BOOK-CCY TO WS-RCPT-CCY
016184     END-IF
016184     MOVE 1 TO WS-RCPT-RATE
016184     IF WS-RCPT-CCY NOT = WS-BOOK-CCY
016184        IF WS-REFERENCE(1:3) NOT = 'DEP'
016184           AND WS-REFERENCE(1:6) IS NOT NUMERIC
016184           MOVE 'DEVISE SANS REFERENCE COMMANDE'
016184                TO WS-REJECT-REASON
016184           SET LIGNE-INVALIDE TO TRUE
016184        ELSE
016184           PERFORM LOOKUP-RECEIPT-RATE
016184        END-IF
016184     END-IF
016184     .
016184
016184 LOOKUP-RECEIPT-RATE.
016184     MOVE WS-RCPT-CCY TO RATE-DEVISE
016184     MOVE ZERO TO RATE-VALUE
016184     EXEC SQL
016184        SELECT RATE_VALUE
016184             INTO :RATE-VALUE
016184        FROM API5.RATES
016184        WHERE RATE_DEVISE = :RATE-DEVISE
016184        AND   RATE_EFF_DATE <= :WS-PAY-DATE
016184        AND   RATE_END_DATE >= :WS-PAY-DATE
016184     END-EXEC
016184     EVALUATE TRUE
016184        WHEN SQLCODE = ZERO AND RATE-VALUE > ZERO
016184             MOVE RATE-VALUE TO WS-RCPT-RATE
016184        WHEN SQLCODE = ZERO OR SQLCODE = +100
016184             MOVE 'TAUX DEVISE INTROUVABLE' TO WS-REJECT-REASON
016184             SET LIGNE-INVALIDE TO TRUE
016184        WHEN OTHER
016184             DISPLAY 'ANOMALIE GRAVE RATES : ' SQLCODE
016184             PERFORM ABEND-PROG
016184     END-EVALUATE
016184     .
016200
016300******************************************************
016400*** LOOKS UP THE CUSTOMER, REFUSES OVERPAYMENTS,   ***
016800 POST-RECEIPT.
016900     MOVE WS-CUST-NO-TEXT TO CUS-NO
017000     COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(WS-AMOUNT-TEXT)
017010     MOVE ZERO TO WS-DISC-TAKEN
017022     MOVE ZERO TO WS-FX-AMOUNT
017034     MOVE WS-AMOUNT TO WS-CCY-AMOUNT
017046     IF WS-RCPT-CCY NOT = WS-BOOK-CCY
017058        COMPUTE WS-AMOUNT ROUNDED = WS-CCY-AMOUNT * WS-RCPT-RATE
017070     END-IF
017082     MOVE WS-AMOUNT TO WS-SETTLE-VALUE
017100
017200     IF WS-AMOUNT <= ZERO
017300        MOVE 'MONTANT NUL OU NEGATIF' TO WS-REJECT-REASON
017900           PERFORM WRITE-REJECT
018000        ELSE
018010           IF WS-REFERENCE(1:3) = 'DEP'
018011              AND WS-DISP-AMOUNT > ZERO
018012              MOVE 'LITIGE SUR ACOMPTE' TO WS-REJECT-REASON
018013              PERFORM WRITE-REJECT
018014           ELSE
018015           IF WS-REFERENCE(1:3) = 'DEP'
018020              PERFORM POST-DEPOSIT
018030           ELSE
018040           IF WS-RCPT-CCY NOT = WS-BOOK-CCY
018050              PERFORM CHECK-INVOICE-CURRENCY
018060           END-IF
018070           IF LIGNE-INVALIDE
018080              PERFORM WRITE-REJECT
018090           ELSE
018100           IF WS-SETTLE-VALUE > CUS-BALANCE
018200              MOVE 'PAIEMENT SUPERIEUR AU SOLDE'
018300                   TO WS-REJECT-REASON
018400              PERFORM WRITE-REJECT
018500           ELSE
018510              IF WS-DISP-AMOUNT > ZERO
018520                 PERFORM CHECK-DISPUTED-ITEM
018530              END-IF
018535              IF LIGNE-VALIDE AND WS-DISP-AMOUNT = ZERO
018536                 AND WS-REFERENCE(1:6) IS NUMERIC
018537                 PERFORM CHECK-SETTLEMENT-DISCOUNT
018538              END-IF
018540              IF LIGNE-VALIDE
018600                 PERFORM UPDATE-CUSTOMER-BALANCE
018610              ELSE
018620                 PERFORM WRITE-REJECT
018630              END-IF
018665           END-IF
018700           END-IF
018710           END-IF
018720           END-IF
018800        END-IF
018900     END-IF
019000     .
022400              ADD 1 TO WS-CNT-POSTED
022500              ADD WS-AMOUNT TO WS-TOT-POSTED
022600              PERFORM INSERT-BALANCE-HISTORY
022602              IF WS-FX-AMOUNT NOT = ZERO
022604                 PERFORM POST-REALIZED-FX
022606              END-IF
022610              IF WS-DISC-TAKEN > ZERO
022620                 PERFORM POST-SETTLEMENT-DISCOUNT
022630              END-IF
022650              PERFORM MARK-ORDER-PAID
022660              PERFORM APPLY-TO-OPEN-ITEMS
022670              PERFORM INSERT-CASH-RECEIPT
022680              PERFORM APPLY-TO-PAYMENT-PLAN
022690              IF WS-DISP-AMOUNT > ZERO
022695                 PERFORM INSERT-DISPUTE
022699              END-IF
022700         WHEN SQLCODE = +100
022800              DISPLAY 'ERREUR UPDATE CUS BAL : INEXISTANT '
022900         WHEN SQLCODE > ZERO
027576*** PLACES THE RECEIPT AGAINST THE CUSTOMER'S OPEN  ***
027577*** INVOICES. A REFERENCE NAMING AN ORDER PAYS THAT ***
027578*** ORDER'S INVOICE FIRST; WHATEVER REMAINS GOES    ***
027579*** OLDEST INVOICE FIRST, ONCE THE CUSTOMER'S OPEN  ***
027579*** CREDIT NOTES HAVE BEEN OFFSET. CASH NO INVOICE  ***
027579*** COULD ABSORB IS REPORTED ON UNAPCSH.            ***
027581******************************************************
027582 APPLY-TO-OPEN-ITEMS.
027583     MOVE WS-AMOUNT TO WS-APPLY-REMAIN
027584     MOVE ZERO TO WS-RCPT-APPLIED
027585     IF WS-REFERENCE(1:6) IS NUMERIC
027586        COMPUTE WS-ITEM-DISCOUNT = WS-DISC-TAKEN - WS-FX-AMOUNT
027586        PERFORM APPLY-TO-REFERENCED-ITEM
027586        MOVE ZERO TO WS-ITEM-DISCOUNT
027587     END-IF
027587     PERFORM OFFSET-CREDIT-NOTES
027588     IF WS-APPLY-REMAIN > ZERO
027589        PERFORM APPLY-OLDEST-FIRST
027590     END-IF
027596 APPLY-TO-REFERENCED-ITEM.
027597     MOVE WS-REFERENCE(1:6) TO OITEM-O-NO
027598     EXEC SQL
027599        SELECT I.INV_NO, I.OPEN_AMOUNT,
027599               COALESCE((SELECT SUM(D.AMOUNT)
027599                         FROM API5.DISPUTES D
027599                         WHERE D.INV_NO = I.INV_NO
027599                         AND   D.STATUS = 'O'), 0)
027600             INTO :OITEM-INV-NO, :OITEM-OPEN-AMT,
027600                  :WS-ITEM-DISPUTED
027601        FROM API5.OPEN_ITEMS I
027602        WHERE I.O_NO = :OITEM-O-NO
027603        AND   I.C_NO = :CUS-NO
027604        AND   I.STATUS = 'O'
027605     END-EXEC
027606     EVALUATE TRUE
027607        WHEN SQLCODE = ZERO
027607             IF OITEM-OPEN-AMT > WS-ITEM-DISPUTED
027608                PERFORM APPLY-ONE-OPEN-ITEM
027608             END-IF
027609        WHEN SQLCODE = +100
027610             CONTINUE
027611        WHEN SQLCODE > ZERO
027633 APPLY-NEXT-OPEN-ITEM.
027634     EXEC SQL
027635        FETCH COPNI
027636        INTO :OITEM-INV-NO, :OITEM-O-NO, :OITEM-OPEN-AMT,
027636             :WS-ITEM-DISPUTED
027637     END-EXEC
027638     EVALUATE TRUE
027639        WHEN SQLCODE = +100
027640             SET OITM-DONE TO TRUE
027641        WHEN SQLCODE = ZERO
027642             IF OITEM-OPEN-AMT > WS-ITEM-DISPUTED
027643                PERFORM APPLY-ONE-OPEN-ITEM
027644             END-IF
027645        WHEN OTHER
027647             PERFORM ABEND-PROG
027648     END-EVALUATE
027649     .
027649
027649******************************************************
027649*** EACH OPEN CREDIT NOTE IS OFFSET AGAINST THE     ***
027649*** CUSTOMER'S PAYABLE INVOICES, OLDEST FIRST, AS   ***
027649*** FAR AS IT GOES. THE CREDIT IS ALREADY OFF THE   ***
027649*** BALANCE, SO ONLY THE OPEN ITEMS MOVE - NONE OF  ***
027649*** IT COUNTS AS CASH APPLIED.                      ***
027649******************************************************
027649 OFFSET-CREDIT-NOTES.
027649     SET CRN-NOT-DONE TO TRUE
027649     EXEC SQL
027649        OPEN COPNC
027649     END-EXEC
027649     PERFORM EVAL-SQLCODE
027649     PERFORM OFFSET-NEXT-CREDIT-NOTE UNTIL CRN-DONE
027649     EXEC SQL
027649        CLOSE COPNC
027649     END-EXEC
027649     PERFORM EVAL-SQLCODE
027649     .
027649
027649 OFFSET-NEXT-CREDIT-NOTE.
027649     EXEC SQL
027649        FETCH COPNC
027649        INTO :WS-CRN-INV-NO, :WS-CRN-OPEN-AMT
027649     END-EXEC
027649     EVALUATE TRUE
027649        WHEN SQLCODE = +100
027649             SET CRN-DONE TO TRUE
027649        WHEN SQLCODE = ZERO
027649             COMPUTE WS-CRN-REMAIN = 0 - WS-CRN-OPEN-AMT
027649             SET OFFS-NOT-DONE TO TRUE
027649             EXEC SQL
027649                OPEN COPNO
027649             END-EXEC
027649             PERFORM EVAL-SQLCODE
027649             PERFORM OFFSET-NEXT-INVOICE
027649                UNTIL OFFS-DONE OR WS-CRN-REMAIN <= ZERO
027649             EXEC SQL
027649                CLOSE COPNO
027649             END-EXEC
027649             PERFORM EVAL-SQLCODE
027649             IF WS-CRN-REMAIN + WS-CRN-OPEN-AMT NOT = ZERO
027649                PERFORM UPDATE-CREDIT-NOTE-ITEM
027649             END-IF
027649        WHEN OTHER
027649             DISPLAY 'ANOMALIE GRAVE FETCH AVOIR : ' SQLCODE
027649             PERFORM ABEND-PROG
027649     END-EVALUATE
027649     .
027649
027649 OFFSET-NEXT-INVOICE.
027649     EXEC SQL
027649        FETCH COPNO
027649        INTO :OITEM-INV-NO, :OITEM-OPEN-AMT, :WS-ITEM-DISPUTED
027649     END-EXEC
027649     EVALUATE TRUE
027649        WHEN SQLCODE = +100
027649             SET OFFS-DONE TO TRUE
027649        WHEN SQLCODE = ZERO
027649             IF OITEM-OPEN-AMT > WS-ITEM-DISPUTED
027649                PERFORM OFFSET-ONE-INVOICE
027649             END-IF
027649        WHEN OTHER
027649             DISPLAY 'ANOMALIE GRAVE FETCH OPEN ITEM : ' SQLCODE
027649             PERFORM ABEND-PROG
027649     END-EVALUATE
027649     .
027649
027649 OFFSET-ONE-INVOICE.
027649     COMPUTE WS-ITEM-PAYABLE = OITEM-OPEN-AMT - WS-ITEM-DISPUTED
027649     IF WS-ITEM-PAYABLE < WS-CRN-REMAIN
027649        MOVE WS-ITEM-PAYABLE TO WS-APPLY-AMT
027649     ELSE
027649        MOVE WS-CRN-REMAIN TO WS-APPLY-AMT
027649     END-IF
027649     COMPUTE WS-NEW-OPEN-AMT = OITEM-OPEN-AMT - WS-APPLY-AMT
027649     IF WS-NEW-OPEN-AMT = ZERO
027649        MOVE 'C' TO OITEM-STATUS
027649     ELSE
027649        MOVE 'O' TO OITEM-STATUS
027649     END-IF
027649     EXEC SQL
027649        UPDATE API5.OPEN_ITEMS
027649        SET OPEN_AMOUNT = :WS-NEW-OPEN-AMT,
027649            STATUS      = :OITEM-STATUS
027649        WHERE INV_NO = :OITEM-INV-NO
027649     END-EXEC
027649     EVALUATE TRUE
027649        WHEN SQLCODE = ZERO
027649             SUBTRACT WS-APPLY-AMT FROM WS-CRN-REMAIN
027649             ADD WS-APPLY-AMT TO WS-TOT-OFFSET
027649        WHEN SQLCODE > ZERO
027649             DISPLAY 'WARNING UPDATE OPEN ITEM : ' SQLCODE
027649             MOVE 'WARNING UPDATE OPEN ITEM' TO WS-LOG-MESSAGE
027649             PERFORM LOG-EXCEPTION
027649        WHEN OTHER
027649             DISPLAY 'ANOMALIE GRAVE UPDATE OPEN ITEM ' SQLCODE
027649             MOVE 'ANOMALIE UPDATE OPEN ITEM' TO WS-LOG-MESSAGE
027649             PERFORM LOG-EXCEPTION
027649             PERFORM ABEND-PROG
027649     END-EVALUATE
027649     .
027649
027649******************************************************
027649*** WHAT IS LEFT OF THE CREDIT NOTE STAYS OPEN FOR  ***
027649*** THE NEXT INVOICE; FULLY USED, IT CLOSES.        ***
027649******************************************************
027649 UPDATE-CREDIT-NOTE-ITEM.
027649     COMPUTE WS-NEW-OPEN-AMT = 0 - WS-CRN-REMAIN
027649     IF WS-NEW-OPEN-AMT = ZERO
027649        MOVE 'C' TO OITEM-STATUS
027649     ELSE
027649        MOVE 'O' TO OITEM-STATUS
027649     END-IF
027649     EXEC SQL
027649        UPDATE API5.OPEN_ITEMS
027649        SET OPEN_AMOUNT = :WS-NEW-OPEN-AMT,
027649            STATUS      = :OITEM-STATUS
027649        WHERE INV_NO = :WS-CRN-INV-NO
027649     END-EXEC
027649     EVALUATE TRUE
027649        WHEN SQLCODE = ZERO
027649             ADD 1 TO WS-CNT-OFFSETS
027649             DISPLAY 'AVOIR IMPUTE : ' CUS-NO ' AVOIR '
027649                     WS-CRN-INV-NO
027649        WHEN SQLCODE > ZERO
027649             DISPLAY 'WARNING UPDATE AVOIR : ' SQLCODE
027649             MOVE 'WARNING UPDATE AVOIR' TO WS-LOG-MESSAGE
027649             PERFORM LOG-EXCEPTION
027649        WHEN OTHER
027649             DISPLAY 'ANOMALIE GRAVE UPDATE AVOIR ' SQLCODE
027649             MOVE 'ANOMALIE UPDATE AVOIR' TO WS-LOG-MESSAGE
027649             PERFORM LOG-EXCEPTION
027649             PERFORM ABEND-PROG
027649     END-EVALUATE
027649     .
027650
027651******************************************************
027652*** FULL OR PARTIAL - THE ITEM CLOSES ONLY WHEN ITS ***
027653*** OPEN AMOUNT REACHES ZERO. AN AMOUNT IN DISPUTE  ***
027653*** ON THE ITEM IS NOT PAYABLE AND STAYS OPEN. A    ***
027653*** SETTLEMENT DISCOUNT TAKEN ON THE ITEM COMES OFF ***
027653*** WITH THE RECEIPT, SO THE ITEM CLOSES IN FULL.   ***
027654******************************************************
027655 APPLY-ONE-OPEN-ITEM.
027655     COMPUTE WS-ITEM-PAYABLE = OITEM-OPEN-AMT - WS-ITEM-DISPUTED
027655             - WS-ITEM-DISCOUNT
027656     IF WS-ITEM-PAYABLE < WS-APPLY-REMAIN
027657        MOVE WS-ITEM-PAYABLE TO WS-APPLY-AMT
027658     ELSE
027659        MOVE WS-APPLY-REMAIN TO WS-APPLY-AMT
027660     END-IF
027661     COMPUTE WS-NEW-OPEN-AMT = OITEM-OPEN-AMT - WS-APPLY-AMT
027661             - WS-ITEM-DISCOUNT
027662     IF WS-NEW-OPEN-AMT = ZERO
027663        MOVE 'C' TO OITEM-STATUS
027664     ELSE
027687     END-EVALUATE
027688     .
027689
027689******************************************************
027689*** THE REFERENCED ORDER'S INVOICE EARNS ITS EARLY  ***
027689*** SETTLEMENT DISCOUNT WHEN THE RECEIPT IS DATED   ***
027689*** ON OR BEFORE THE ITEM'S DISCOUNT DATE, NOTHING  ***
027689*** ON IT IS IN DISPUTE, AND THE RECEIPT COVERS THE ***
027689*** OPEN AMOUNT LESS THE DISCOUNT. THE SHORTFALL    ***
027689*** (AT MOST THE DISCOUNT) IS THE DISCOUNT TAKEN. A ***
027689*** RECEIPT FOR THE FULL AMOUNT TAKES NONE.         ***
027689******************************************************
027689 CHECK-SETTLEMENT-DISCOUNT.
027689     MOVE WS-REFERENCE(1:6) TO OITEM-O-NO
027689     EXEC SQL
027689        SELECT I.O_NO, I.OPEN_AMOUNT,
027689               COALESCE(I.DISC_DATE, ' '),
027689               COALESCE(I.DISC_PCT, 0),
027689               COALESCE((SELECT SUM(D.AMOUNT)
027689                         FROM API5.DISPUTES D
027689                         WHERE D.INV_NO = I.INV_NO
027689                         AND   D.STATUS = 'O'), 0)
027689             INTO :WS-DISC-O-NO, :OITEM-OPEN-AMT,
027689                  :OITEM-DISC-DATE, :OITEM-DISC-PCT,
027689                  :WS-ITEM-DISPUTED
027689        FROM API5.OPEN_ITEMS I
027689        WHERE I.O_NO = :OITEM-O-NO
027689        AND   I.C_NO = :CUS-NO
027689        AND   I.STATUS = 'O'
027689     END-EXEC
027689     EVALUATE TRUE
027689        WHEN SQLCODE = ZERO
027689             IF OITEM-DISC-PCT > ZERO
027689                AND WS-ITEM-DISPUTED = ZERO
027689                AND WS-PAY-DATE <= OITEM-DISC-DATE
027689                AND WS-SETTLE-VALUE < OITEM-OPEN-AMT
027689                COMPUTE WS-DISC-MAX ROUNDED =
027689                        OITEM-OPEN-AMT * OITEM-DISC-PCT / 100
027689                IF WS-SETTLE-VALUE >= OITEM-OPEN-AMT - WS-DISC-MAX
027689                   COMPUTE WS-DISC-TAKEN =
027689                           OITEM-OPEN-AMT - WS-SETTLE-VALUE
027689                END-IF
027689                IF WS-SETTLE-VALUE + WS-DISC-TAKEN > CUS-BALANCE
027689                   MOVE ZERO TO WS-DISC-TAKEN
027689                END-IF
027689             END-IF
027689        WHEN SQLCODE = +100
027689             CONTINUE
027689        WHEN SQLCODE > ZERO
027689             DISPLAY 'WARNING OPEN ITEM : ' SQLCODE
027689        WHEN OTHER
027689             DISPLAY 'ANOMALIE GRAVE OPEN ITEM : ' SQLCODE
027689             PERFORM ABEND-PROG
027689     END-EVALUATE
027689     .
027689
027689******************************************************
027689*** THE DISCOUNT TAKEN COMES OFF THE BALANCE AFTER  ***
027689*** THE PAYMENT ROW, WITH ITS OWN TYPE 'S' AUDIT    ***
027689*** ROW CARRYING THE ITEM'S ORDER SO PART44 CAN     ***
027689*** JOURNAL IT BY MARKET.                           ***
027689******************************************************
027689 POST-SETTLEMENT-DISCOUNT.
027689     MOVE WS-NEW-BALANCE TO BALHIST-OLD-BAL
027689     COMPUTE WS-NEW-BALANCE = WS-NEW-BALANCE - WS-DISC-TAKEN
027689     EXEC SQL
027689          UPDATE API5.CUSTOMERS
027689          SET BALANCE = :WS-NEW-BALANCE
027689          WHERE C_NO  = :CUS-NO
027689     END-EXEC
027689     IF SQLCODE NOT = ZERO
027689        DISPLAY 'ANOMALIE GRAVE ESCOMPTE ' SQLCODE
027689        MOVE 'ANOMALIE ESCOMPTE' TO WS-LOG-MESSAGE
027689        PERFORM LOG-EXCEPTION
027689        PERFORM ABEND-PROG
027689     END-IF
027689     MOVE CUS-NO         TO BALHIST-C-NO
027689     MOVE WS-DISC-O-NO   TO BALHIST-O-NO
027689     MOVE WS-NEW-BALANCE TO BALHIST-NEW-BAL
027689     COMPUTE BALHIST-AMOUNT = ZERO - WS-DISC-TAKEN
027689     MOVE WS-PAY-DATE    TO BALHIST-DATE
027689     MOVE 'S'            TO BALHIST-TYPE
027689     EXEC SQL
027689         INSERT INTO API5.BALANCE_HISTORY
027689         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
027689          HIST_TYPE)
027689         VALUES(:BALHIST-C-NO,
027689                :BALHIST-O-NO,
027689                :BALHIST-OLD-BAL,
027689                :BALHIST-NEW-BAL,
027689                :BALHIST-AMOUNT,
027689                :BALHIST-DATE,
027689                :BALHIST-TYPE)
027689     END-EXEC
027689     IF SQLCODE NOT = ZERO
027689        DISPLAY 'ANOMALIE GRAVE ESCOMPTE ' SQLCODE
027689        MOVE 'ANOMALIE ESCOMPTE' TO WS-LOG-MESSAGE
027689        PERFORM LOG-EXCEPTION
027689        PERFORM ABEND-PROG
027689     END-IF
027689     DISPLAY 'ESCOMPTE PRIS : ' CUS-NO ' REF ' WS-REFERENCE
027689     ADD 1 TO WS-CNT-DISCOUNTS
027689     ADD WS-DISC-TAKEN TO WS-TOT-DISCOUNTS
027689     .
027689
027689******************************************************
027689*** A FOREIGN-CURRENCY RECEIPT MUST SETTLE AN OPEN  ***
027689*** INVOICE ISSUED IN ITS OWN CURRENCY. IT SETTLES  ***
027689*** THE ITEM AT THE REGISTER RATE THE INVOICE WAS   ***
027689*** BOOKED AT - A SHORT-PAID AMOUNT TOO - AND MAY   ***
027689*** NOT EXCEED WHAT IS LEFT PAYABLE ON IT. THE      ***
027689*** RECEIPT-DATE VALUE LESS THE BOOKED VALUE IS THE ***
027689*** REALIZED EXCHANGE GAIN (OR, NEGATIVE, LOSS).    ***
027689******************************************************
027689 CHECK-INVOICE-CURRENCY.
027689     MOVE WS-REFERENCE(1:6) TO OITEM-O-NO
027689     EXEC SQL
027689        SELECT I.O_NO, I.OPEN_AMOUNT,
027689               COALESCE(R.CURRENCY, 'US'),
027689               COALESCE(R.RATE, 1),
027689               COALESCE((SELECT SUM(D.AMOUNT)
027689                         FROM API5.DISPUTES D
027689                         WHERE D.INV_NO = I.INV_NO
027689                         AND   D.STATUS = 'O'), 0)
027689             INTO :WS-FX-O-NO, :OITEM-OPEN-AMT,
027689                  :INV-CURRENCY, :INV-RATE,
027689                  :WS-ITEM-DISPUTED
027689        FROM API5.OPEN_ITEMS I
027689        LEFT OUTER JOIN API5.INVOICE_REGISTER R
027689        ON R.INV_NO = I.INV_NO
027689        WHERE I.O_NO = :OITEM-O-NO
027689        AND   I.C_NO = :CUS-NO
027689        AND   I.STATUS = 'O'
027689     END-EXEC
027689     EVALUATE TRUE
027689        WHEN SQLCODE = +100
027689             MOVE 'DEVISE SANS FACTURE OUVERTE'
027689                  TO WS-REJECT-REASON
027689             SET LIGNE-INVALIDE TO TRUE
027689        WHEN SQLCODE < ZERO
027689             DISPLAY 'ANOMALIE GRAVE DEVISE FACTURE : ' SQLCODE
027689             PERFORM ABEND-PROG
027689        WHEN INV-CURRENCY NOT = WS-RCPT-CCY
027689             MOVE 'DEVISE DIFFERENTE DE FACTURE'
027689                  TO WS-REJECT-REASON
027689             SET LIGNE-INVALIDE TO TRUE
027689        WHEN OTHER
027689             PERFORM VALUE-AT-BOOKED-RATE
027689     END-EVALUATE
027689     .
027689
027689 VALUE-AT-BOOKED-RATE.
027689     COMPUTE WS-SETTLE-VALUE ROUNDED = WS-CCY-AMOUNT * INV-RATE
027689     IF WS-DISP-AMOUNT > ZERO
027689        COMPUTE WS-DISP-AMOUNT ROUNDED = WS-DISP-AMOUNT * INV-RATE
027689     END-IF
027689     IF WS-SETTLE-VALUE + WS-DISP-AMOUNT
027689        > OITEM-OPEN-AMT - WS-ITEM-DISPUTED
027689        MOVE 'DEVISE SUPERIEURE AU RESTE DU' TO WS-REJECT-REASON
027689        SET LIGNE-INVALIDE TO TRUE
027689     ELSE
027689        COMPUTE WS-FX-AMOUNT = WS-AMOUNT - WS-SETTLE-VALUE
027689     END-IF
027689     .
027689
027689******************************************************
027689*** THE EXCHANGE DIFFERENCE TAKES THE BALANCE FROM  ***
027689*** WHAT THE PAYMENT ROW LEFT TO WHAT SETTLING THE  ***
027689*** BOOKED VALUE LEAVES - A GAIN PUTS BACK WHAT THE ***
027689*** RATE ADDED, A LOSS TAKES OFF WHAT IT LOST. ITS  ***
027689*** TYPE 'G' ROW CARRIES THE ITEM'S ORDER SO PART44 ***
027689*** CAN JOURNAL IT BY MARKET.                       ***
027689******************************************************
027689 POST-REALIZED-FX.
027689     MOVE WS-NEW-BALANCE TO BALHIST-OLD-BAL
027689     COMPUTE WS-NEW-BALANCE = WS-NEW-BALANCE + WS-FX-AMOUNT
027689     EXEC SQL
027689          UPDATE API5.CUSTOMERS
027689          SET BALANCE = :WS-NEW-BALANCE
027689          WHERE C_NO  = :CUS-NO
027689     END-EXEC
027689     IF SQLCODE NOT = ZERO
027689        DISPLAY 'ANOMALIE GRAVE ECART CHANGE ' SQLCODE
027689        MOVE 'ANOMALIE ECART CHANGE' TO WS-LOG-MESSAGE
027689        PERFORM LOG-EXCEPTION
027689        PERFORM ABEND-PROG
027689     END-IF
027689     MOVE CUS-NO         TO BALHIST-C-NO
027689     MOVE WS-FX-O-NO     TO BALHIST-O-NO
027689     MOVE WS-NEW-BALANCE TO BALHIST-NEW-BAL
027689     MOVE WS-FX-AMOUNT   TO BALHIST-AMOUNT
027689     MOVE WS-PAY-DATE    TO BALHIST-DATE
027689     MOVE 'G'            TO BALHIST-TYPE
027689     EXEC SQL
027689         INSERT INTO API5.BALANCE_HISTORY
027689         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
027689          HIST_TYPE)
027689         VALUES(:BALHIST-C-NO,
027689                :BALHIST-O-NO,
027689                :BALHIST-OLD-BAL,
027689                :BALHIST-NEW-BAL,
027689                :BALHIST-AMOUNT,
027689                :BALHIST-DATE,
027689                :BALHIST-TYPE)
027689     END-EXEC
027689     IF SQLCODE NOT = ZERO
027689        DISPLAY 'ANOMALIE GRAVE ECART CHANGE ' SQLCODE
027689        MOVE 'ANOMALIE ECART CHANGE' TO WS-LOG-MESSAGE
027689        PERFORM LOG-EXCEPTION
027689        PERFORM ABEND-PROG
027689     END-IF
027689     DISPLAY 'ECART DE CHANGE : ' CUS-NO ' REF ' WS-REFERENCE
027689     ADD 1 TO WS-CNT-FX
027689     ADD WS-FX-AMOUNT TO WS-TOT-FX
027689     .
027689
027690 WRITE-UNAPPLIED-LINE.
027691     ADD 1 TO WS-CNT-UNAPPLIED
027692     ADD WS-APPLY-REMAIN TO WS-TOT-UNAPPLIED
027708     MOVE WS-RCPT-APPLIED TO RCPT-APPLIED
027709     MOVE WS-PAY-DATE     TO RCPT-DATE
027710     MOVE WS-REFERENCE    TO RCPT-REF
027710     MOVE WS-RCPT-CCY     TO RCPT-CURRENCY
027710     MOVE WS-CCY-AMOUNT   TO RCPT-CCY-AMOUNT
027710     MOVE WS-RCPT-RATE    TO RCPT-RATE
027710     MOVE WS-FX-AMOUNT    TO RCPT-FX-AMOUNT
027711     EXEC SQL
027712         INSERT INTO API5.CASH_RECEIPTS
027713         (C_NO, AMOUNT, APPLIED_AMT, RCPT_DATE, REF,
027713          CURRENCY, CCY_AMOUNT, RATE, FX_AMOUNT)
027714         VALUES(:RCPT-C-NO,
027715                :RCPT-AMOUNT,
027716                :RCPT-APPLIED,
027717                :RCPT-DATE,
027718                :RCPT-REF,
027718                :RCPT-CURRENCY,
027718                :RCPT-CCY-AMOUNT,
027718                :RCPT-RATE,
027718                :RCPT-FX-AMOUNT)
027719     END-EXEC
027720     EVALUATE TRUE
027721        WHEN SQLCODE = ZERO
027739*** STAYS DUE.                                      ***
027740******************************************************
027741 APPLY-TO-PAYMENT-PLAN.
027742     MOVE WS-SETTLE-VALUE TO WS-PLAN-REMAIN
027743     SET PLAN-NOT-DONE TO TRUE
027744     EXEC SQL
027745        OPEN CPLAN
027859     END-IF
027860     .
027861
027862******************************************************
027863*** THE SHORT-PAID INVOICE MUST BE OPEN, NOT ALREADY ***
027864*** IN DISPUTE, AND STILL OWE AT LEAST THE DISPUTED ***
027865*** AMOUNT ONCE THIS RECEIPT HAS BEEN APPLIED.      ***
027866******************************************************
027867 CHECK-DISPUTED-ITEM.
027868     MOVE WS-REFERENCE(1:6) TO OITEM-O-NO
027869     EXEC SQL
027870        SELECT I.INV_NO, I.OPEN_AMOUNT,
027871               COALESCE((SELECT SUM(D.AMOUNT)
027872                         FROM API5.DISPUTES D
027873                         WHERE D.INV_NO = I.INV_NO
027874                         AND   D.STATUS = 'O'), 0)
027875             INTO :WS-DISP-INV-NO, :OITEM-OPEN-AMT,
027876                  :WS-ITEM-DISPUTED
027877        FROM API5.OPEN_ITEMS I
027878        WHERE I.O_NO = :OITEM-O-NO
027879        AND   I.C_NO = :CUS-NO
027880        AND   I.STATUS = 'O'
027881     END-EXEC
027882     EVALUATE TRUE
027883        WHEN SQLCODE = +100
027884             MOVE 'LITIGE SANS FACTURE OUVERTE'
027884                  TO WS-REJECT-REASON
027885             SET LIGNE-INVALIDE TO TRUE
027886        WHEN SQLCODE < ZERO
027887             DISPLAY 'ANOMALIE GRAVE LITIGE : ' SQLCODE
027888             PERFORM ABEND-PROG
027889        WHEN WS-ITEM-DISPUTED > ZERO
027890             MOVE 'LITIGE DEJA OUVERT' TO WS-REJECT-REASON
027891             SET LIGNE-INVALIDE TO TRUE
027892        WHEN WS-DISP-AMOUNT > OITEM-OPEN-AMT - WS-SETTLE-VALUE
027893             MOVE 'LITIGE SUPERIEUR AU RESTE DU'
027893                  TO WS-REJECT-REASON
027894             SET LIGNE-INVALIDE TO TRUE
027895     END-EVALUATE
027896     .
027897
027898 INSERT-DISPUTE.
027899     MOVE WS-DISP-INV-NO  TO DSP-INV-NO
027900     MOVE CUS-NO          TO DSP-C-NO
027901     MOVE WS-DISP-AMOUNT  TO DSP-AMOUNT
027902     MOVE WS-DISP-REASON  TO DSP-REASON
027903     MOVE WS-PAY-DATE     TO DSP-OPEN-DATE
027904     MOVE 'O'             TO DSP-STATUS
027905     MOVE WS-REFERENCE    TO DSP-REF
027905     MOVE ZERO            TO DSP-CREDIT-AMT
027906     EXEC SQL
027907         INSERT INTO API5.DISPUTES
027908         (INV_NO, C_NO, AMOUNT, REASON, OPEN_DATE, STATUS, REF,
027908          CREDIT_AMT)
027909         VALUES(:DSP-INV-NO,
027910                :DSP-C-NO,
027911                :DSP-AMOUNT,
027912                :DSP-REASON,
027913                :DSP-OPEN-DATE,
027914                :DSP-STATUS,
027915                :DSP-REF,
027915                :DSP-CREDIT-AMT)
027916     END-EXEC
027917     EVALUATE TRUE
027918        WHEN SQLCODE = ZERO
027919             ADD 1 TO WS-CNT-DISPUTES
027920             ADD WS-DISP-AMOUNT TO WS-TOT-DISPUTED
027921        WHEN SQLCODE > ZERO
027922             DISPLAY 'WARNING LITIGE : ' SQLCODE
027923             MOVE 'WARNING INSERT DISPUTE' TO WS-LOG-MESSAGE
027924             PERFORM LOG-EXCEPTION
027925        WHEN OTHER
027926             DISPLAY 'ANOMALIE GRAVE LITIGE ' SQLCODE
027927             MOVE 'ANOMALIE INSERT DISPUTE' TO WS-LOG-MESSAGE
027928             PERFORM LOG-EXCEPTION
027929             PERFORM ABEND-PROG
027930     END-EVALUATE
027931     .
027932
027600 WRITE-REJECT.
027700     STRING RECEIPTS-RECORD DELIMITED BY SIZE
027800            ' - ' DELIMITED BY SIZE
