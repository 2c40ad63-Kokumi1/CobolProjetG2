001297*              RESERVED ON ITS COMPONENTS' DEPOT STOCK, AS THE   *
001298*              PART2 LOAD DOES - PART37 CONSUMES THE COMPONENTS  *
001299*              AT SHIP TIME.                                     *
001299* 2026-10-15 : THE PACK THE LINE WAS ORDERED IN (ORDER_UNIT /    *
001299*              ORDER_QTY, SET BY PART2) IS CARRIED ONTO THE      *
001299*              POSTED ITEMS ROW FOR THE PICK LIST AND INVOICE.   *
001299*              THE QUEUED QUANTITY IS ALREADY IN BASE UNITS.     *
001299*              THE REGISTER QUANTITY EDIT IS WIDENED TO MATCH.   *
001299* 2026-10-15 : FREE STOCK NOW ALSO LEAVES OUT UNITS HELD IN      *
001299*              QUALITY INSPECTION (WAREHOUSE_STOCK.QUARANTINE),  *
001299*              WHICH ARE ON HAND BUT MAY NOT BE SOLD UNTIL       *
001299*              PART104 RELEASES THEM.                            *
001299* 2026-10-15 : A HELD LINE DATED IN A MONTH PART23 HAS CLOSED    *
001299*              NOW STAYS HELD, OR POSTS ON THE FIRST DAY OF THE  *
001299*              NEXT OPEN MONTH, AS PART11'S API5.PERIOD_POLICY   *
001299*              ROW SAYS (PERCHK). THE SUMMARY COUNTS BOTH.       *
001299* 2026-10-15 : HOLDMODE=POST NOW NEEDS AN OPERATOR ID AND A      *
001299*              DIFFERENT APPROVER ID (OPERATOR/APPROVER          *
001299*              ENVIRONMENT VARIABLES) WHOM                       *
001299*              API5.OPERATOR_AUTHORITY ALLOWS TO APPROVE         *
001299*              HOLDPOST, CHECKED BY OPERCHK; WITHOUT THEM        *
001299*              NOTHING IS RELEASED (RC 8). BOTH IDS GO ON THE    *
001299*              BALANCE_HISTORY ROW OF EVERY POSTED ORDER.        *
001299* 2026-10-15 : LINES PART2'S UNUSUAL-ORDER SCREENING HELD        *
001299*              (HOLD_REASON 'S') ARE LEFT ALONE UNTIL THE        *
001299*              PART126 REVIEWER RELEASES THEM - THEY THEN CARRY  *
001299*              REASON 'R' AND POST OR CANCEL HERE LIKE ANY OTHER *
001299*              HELD LINE.                                        *
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
006100               QUANTITY, PRICE, SALE_TYPE, MARKET,
006110               COALESCE(W_CODE, 'W1'),
006120               COALESCE(HOLD_REASON, 'C'),
006130               COALESCE(SHIP_CODE, '  '),
006153               COALESCE(ORDER_UNIT, '  '),
006176               COALESCE(ORDER_QTY, 0)
006200        FROM API5.HELD_ORDERS
006300        WHERE (O_NO = :WS-ORDER-FILTER
006400           OR :WS-ORDER-FILTER = 0)
006450        AND   COALESCE(HOLD_REASON, 'C') <> 'S'
006500        ORDER BY O_NO, P_NO
006600     END-EXEC.
006700
008900 77 WS-CNT-POSTED        PIC 9(5) VALUE ZERO.
009000 77 WS-CNT-CANCELLED     PIC 9(5) VALUE ZERO.
009100 77 WS-LOG-PROGID        PIC X(8) VALUE 'PART11'.
009114 77 PERCHK               PIC X(8) VALUE 'PERCHK'.
009128 77 WS-PER-RESULT        PIC X(10).
009142 77 WS-PER-STATUS        PIC X(1).
009156    88 PERIOD-REFUSED      VALUE 'N'.
009170 77 WS-CNT-PER-REFUSED   PIC 9(5) VALUE ZERO.
009184 77 WS-CNT-PER-REDATED   PIC 9(5) VALUE ZERO.
009200 77 WS-LOG-MESSAGE       PIC X(47).
009201 77 WS-STOCK-ON-HAND     PIC 9(5) COMP-3 VALUE ZERO.
009202 77 WS-STOCK-OK          PIC X VALUE 'N'.
009205        ORDER BY COMP_P_NO
009205     END-EXEC.
009210 77 WS-MVT-DATE-RAW      PIC X(8).
009215 77 RUNDATE              PIC X(8) VALUE 'RUNDATE'.
009215 77 PARMGET              PIC X(8) VALUE 'PARMGET'.
009215 77 WS-PGET-PROGID       PIC X(8) VALUE 'PART11'.
009215 77 WS-PGET-NAME         PIC X(12).
009215 77 WS-PGET-VALUE        PIC X(40).
009215 77 WS-PGET-RETCODE      PIC S9(4) COMP.
009220 77 WS-MVT-TIME          PIC X(8).
009230 77 WS-TAX-DEFAULT-KEY    PIC X(3) VALUE '***'.
009240 77 WS-WAREHOUSE         PIC X(2) VALUE 'W1'.
009271 77 WS-EXEMPT-SW         PIC X VALUE 'N'.
009272    88 CUSTOMER-EXEMPT      VALUE 'O'.
009273    88 CUSTOMER-TAXED       VALUE 'N'.
009276 77 OPERCHK              PIC X(8) VALUE 'OPERCHK'.
009279 77 WS-OPER-ACTION       PIC X(8) VALUE 'HOLDPOST'.
009282 77 WS-OPER-NEED-APPR    PIC X(1) VALUE 'Y'.
009285 77 WS-OPERATOR          PIC X(8) VALUE SPACES.
009288 77 WS-APPROVER          PIC X(8) VALUE SPACES.
009291 77 WS-OPER-STATUS       PIC X(1).
009294 77 WS-OPER-MESSAGE      PIC X(40).
009300
009400 01 L-REGISTER-LINE.
009500    05 REG-ACTION-ED     PIC X(8).
010000    05 FILLER            PIC X(6) VALUE ' PROD '.
010100    05 REG-PNO-ED        PIC X(3).
010200    05 FILLER            PIC X(5) VALUE ' QTY '.
010300    05 REG-QTY-ED        PIC ZZZZ9.
010400    05 FILLER            PIC X(8) VALUE ' AMOUNT '.
010500    05 REG-AMT-ED        PIC ZZZZZ9,99.
010510    05 FILLER            PIC X(5) VALUE ' RSN '.
010520    05 REG-RSN-ED        PIC X(1).
010600    05 FILLER            PIC X(14) VALUE SPACE.
010700
010800 PROCEDURE DIVISION.
010900     PERFORM INITIALIZE-PARAMETERS
011300        MOVE 8 TO RETURN-CODE
011400        GOBACK
011500     END-IF
011511
011522     IF MODE-POST
011533        PERFORM CHECK-OPERATOR-AUTHORITY
011544        IF WS-OPER-STATUS NOT = 'O'
011555           DISPLAY 'PART11 : ' WS-OPER-MESSAGE
011566           MOVE 8 TO RETURN-CODE
011577           GOBACK
011588        END-IF
011594     END-IF
011600
011700     OPEN OUTPUT OUTREL
011800     OPEN EXTEND EXCPLOG
014600     CLOSE EXCPLOG
014700     GOBACK.
014800
014805******************************************************
014810*** HOLDMODE=POST OVERRIDES A CREDIT HOLD: IT NEEDS ***
014815*** THE OPERATOR WHO STARTS IT AND A SECOND,        ***
014820*** AUTHORISED PERSON WHO APPROVES IT (OPERCHK).    ***
014825******************************************************
014830 CHECK-OPERATOR-AUTHORITY.
014835     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
014840     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
014845     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
014850                        WS-OPER-NEED-APPR WS-OPER-STATUS
014855                        WS-OPER-MESSAGE
014860     IF WS-OPER-STATUS = 'O'
014865        DISPLAY 'OPERATOR : ' WS-OPERATOR
014870                '  APPROVER : ' WS-APPROVER
014875     END-IF
014880     .
014885
014900******************************************************
015000*** HOLDMODE (POST/CANCEL) IS REQUIRED; HOLDORDNO   ***
015100*** OPTIONALLY RESTRICTS THE RUN TO ONE ORDER.      ***
015200******************************************************
015300 INITIALIZE-PARAMETERS.
015400     MOVE SPACES TO WS-MODE-PARM
015500     MOVE 'HOLDMODE' TO WS-PGET-NAME
015533     PERFORM GET-RUN-PARM
015566     MOVE WS-PGET-VALUE TO WS-MODE-PARM
015600     EVALUATE WS-MODE-PARM
015700        WHEN 'POST'
015800           SET MODE-POST TO TRUE
016300     END-EVALUATE
016400
016500     MOVE SPACES TO WS-ORDNO-PARM
016600     MOVE 'HOLDORDNO' TO WS-PGET-NAME
016633     PERFORM GET-RUN-PARM
016666     MOVE WS-PGET-VALUE TO WS-ORDNO-PARM
016700     MOVE ZERO TO WS-ORDER-FILTER
016800     IF WS-ORDNO-PARM IS NUMERIC
016900        MOVE WS-ORDNO-PARM TO WS-ORDER-FILTER
012450             :HELD-MARKET,
012460             :HELD-W-CODE,
012470             :HELD-REASON,
012480             :HELD-SHIP-CODE,
012580             :HELD-ORDER-UNIT,
012680             :HELD-ORDER-QTY
018400     END-EXEC
018500     IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
018600        PERFORM TEST-SQLCODE
019600     MOVE HELD-S-NO     TO ORDERS-S-NO
019700     MOVE HELD-C-NO     TO ORDERS-C-NO
019800     MOVE HELD-O-DATE   TO ORDERS-O-DATE
019850     PERFORM CHECK-POSTING-PERIOD
019900     MOVE HELD-P-NO     TO ITEMS-P-NO
020000     MOVE HELD-QUANTITY TO ITEMS-QUANTITY
020033     MOVE HELD-ORDER-UNIT TO ITEMS-ORDER-UNIT
020066     MOVE HELD-ORDER-QTY TO ITEMS-ORDER-QTY
020100     MOVE HELD-PRICE    TO ITEMS-PRICE
020200     MOVE HELD-TYPE     TO WS-SALE-TYPE
014410     MOVE HELD-MARKET   TO ORDERS-MARKET
020340        PERFORM RECHECK-STOCK-ON-HAND
020350     END-IF
020360
020361     IF PERIOD-REFUSED
020362        DISPLAY 'PERIODE CLOTUREE POUR ' ORDERS-O-NO
020363                ' - LIGNE RESTE RETENUE'
020364        MOVE 'CLOSED  ' TO REG-ACTION-ED
020365        PERFORM WRITE-REGISTER-LINE
020366     ELSE
020370     IF STOCK-INSUFFICIENT
020380        DISPLAY 'STOCK INSUFFISANT DEPOT ' WS-WAREHOUSE
020381                ' POUR ' ITEMS-P-NO ' - LIGNE RESTE RETENUE'
022800
022900        MOVE ORDERS-O-NO TO LAST-ORDER
022950     END-IF
022975     END-IF
023000     .
023000
023000******************************************************
023000*** A PARKED LINE DATED IN A MONTH PART23 HAS       ***
023000*** CLOSED STAYS PARKED, OR POSTS ON THE FIRST DAY  ***
023000*** OF THE NEXT OPEN MONTH, AS THIS PROGRAM'S       ***
023000*** PERIOD_POLICY ROW SAYS (PERCHK).                ***
023000******************************************************
023000 CHECK-POSTING-PERIOD.
023000     CALL PERCHK USING WS-LOG-PROGID ORDERS-O-DATE
023000                       WS-PER-RESULT WS-PER-STATUS
023000     EVALUATE WS-PER-STATUS
023000        WHEN 'N'
023000             ADD 1 TO WS-CNT-PER-REFUSED
023000        WHEN 'D'
023000             DISPLAY 'DATE REPORTEE : ' ORDERS-O-DATE ' -> '
023000                     WS-PER-RESULT ' COMMANDE ' ORDERS-O-NO
023000             MOVE WS-PER-RESULT TO ORDERS-O-DATE
023000             ADD 1 TO WS-CNT-PER-REDATED
023000     END-EVALUATE
023000     .
023010
023020******************************************************
023092     MOVE ZERO TO WS-STOCK-ON-HAND
023093     EXEC SQL
023094        SELECT STOCK - COALESCE(RESERVED, 0)
023094                     - COALESCE(QUARANTINE, 0)
023094             INTO :WS-STOCK-ON-HAND
023095        FROM API5.WAREHOUSE_STOCK
023096        WHERE W_CODE = :WS-WAREHOUSE
031200     EXEC SQL
031300         INSERT INTO API5.ITEMS
031400         (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT, ITEM_TYPE,
031410          UNIT_COST, W_CODE, ORDER_UNIT, ORDER_QTY)
031500         VALUES(:ORDERS-O-NO,
031600                :ITEMS-P-NO,
031700                :ITEMS-QUANTITY,
031810                :ITEMS-TAX,
031820                :ITEMS-TYPE,
031830                :ITEMS-COST,
031840                :ITEMS-W-CODE,
031860                :ITEMS-ORDER-UNIT,
031880                :ITEMS-ORDER-QTY)
031900     END-EXEC
032000     .
032100
035000             MOVE ZERO TO WS-STOCK-ON-HAND
035000             EXEC SQL
035000                SELECT STOCK - COALESCE(RESERVED, 0)
035000                             - COALESCE(QUARANTINE, 0)
035000                     INTO :WS-STOCK-ON-HAND
035000                FROM API5.WAREHOUSE_STOCK
035000                WHERE W_CODE = :WS-WAREHOUSE
900030     MOVE ORDERS-O-NO    TO STKMVT-O-NO
900035     MOVE WS-WAREHOUSE   TO STKMVT-W-CODE
900040     ACCEPT WS-MVT-DATE-RAW FROM DATE YYYYMMDD
900045     CALL RUNDATE USING WS-MVT-DATE-RAW
900050     STRING WS-MVT-DATE-RAW(1:4) '-' WS-MVT-DATE-RAW(5:2) '-'
900060            WS-MVT-DATE-RAW(7:2) DELIMITED BY SIZE
900070            INTO STKMVT-DATE
046100     MOVE WS-MONTANT         TO BALHIST-AMOUNT
046200     MOVE ORDERS-O-DATE      TO BALHIST-DATE
046250     MOVE 'O'                TO BALHIST-TYPE
046266     MOVE WS-OPERATOR        TO BALHIST-OPERATOR
046282     MOVE WS-APPROVER        TO BALHIST-APPROVER
046300
046400     EXEC SQL
046500         INSERT INTO API5.BALANCE_HISTORY
046600         (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
          HIST_TYPE, OPERATOR, APPROVER)
046700         VALUES(:BALHIST-C-NO,
046800                :BALHIST-O-NO,
046900                :BALHIST-OLD-BAL,
047000                :BALHIST-NEW-BAL,
047100                :BALHIST-AMOUNT,
047200                :BALHIST-DATE,
047250                :BALHIST-TYPE,
047266                :BALHIST-OPERATOR,
047282                :BALHIST-APPROVER)
047300     END-EXEC
047400
047500     EVALUATE TRUE
048900     DISPLAY 'LINES FETCHED    : ' WS-CNT-FETCHED
049000     DISPLAY 'LINES POSTED     : ' WS-CNT-POSTED
049050     DISPLAY 'LINES STILL SHORT: ' WS-CNT-STILL-SHORT
049066     DISPLAY 'PERIOD REFUSED   : ' WS-CNT-PER-REFUSED
049082     DISPLAY 'PERIOD REDATED   : ' WS-CNT-PER-REDATED
049100     DISPLAY 'LINES CANCELLED  : ' WS-CNT-CANCELLED
049200     DISPLAY '===================================='
049300     .
053700     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
053800     WRITE EXCPLOG-RECORD
053900     .
054000
054100******************************************************
054200*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
054300*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
054400*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
054500******************************************************
054600 GET-RUN-PARM.
054700     MOVE RETURN-CODE TO WS-PGET-RETCODE
054800     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
054900                        WS-PGET-VALUE
055000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
055100     MOVE WS-PGET-RETCODE TO RETURN-CODE
055200     .
