002010* 2026-09-02 : THE DISPATCH NOW CHECKS FREE STOCK (ON HAND MINUS *
002020*              RESERVED) AT THE SENDING DEPOT, SO A TRANSFER CAN *
002030*              NEVER TRUCK AWAY UNITS RESERVED FOR LOADED ORDERS.*
002044* 2026-10-15 : FREE STOCK NOW ALSO LEAVES OUT UNITS HELD IN      *
002058*              QUALITY INSPECTION (WAREHOUSE_STOCK.QUARANTINE),  *
002072*              WHICH ARE ON HAND BUT MAY NOT BE SOLD UNTIL       *
002086*              PART104 RELEASES THEM.                            *
002088* 2026-10-15 : A DISPATCH OR RECEIVE LINE DATED IN A MONTH       *
002090*              PART23 HAS CLOSED IS NOW REFUSED ('PERIODE        *
002092*              CLOTUREE') OR RE-DATED TO THE FIRST DAY OF THE    *
002094*              NEXT OPEN MONTH, AS PART59'S API5.PERIOD_POLICY   *
002096*              ROW SAYS (PERCHK). THE SUMMARY COUNTS BOTH.       *
002096* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
002096*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
002096*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
002096*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
002096*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
002096*              FOR THE PART131 REPORT.                           *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
009900 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART59'.
010000 01 WS-LOG-MESSAGE     PIC X(47).
010100 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
010116 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
010132 01 WS-PER-RESULT      PIC X(10).
010148 01 WS-PER-STATUS      PIC X(1).
010164 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
010180 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
010183 01 PARMGET            PIC X(8) VALUE 'PARMGET'.
010186 01 WS-PGET-PROGID     PIC X(8) VALUE 'PART59'.
010189 01 WS-PGET-NAME       PIC X(12).
010192 01 WS-PGET-VALUE      PIC X(40).
010195 01 WS-PGET-RETCODE    PIC S9(4) COMP.
010200
010300 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
010400 01 L-TITLE-LINE.
014900     DISPLAY 'LINES READ     : ' WS-CNT-READ
015000     DISPLAY 'LINES POSTED   : ' WS-CNT-POSTED
015100     DISPLAY 'LINES REJECTED : ' WS-CNT-REJECTED
015133     DISPLAY 'CLOSED PER REFUSED : ' WS-CNT-PER-REFUSED
015166     DISPLAY 'CLOSED PER REDATED : ' WS-CNT-PER-REDATED
015200     DISPLAY '===================================='
015300     GOBACK.
015400
015500 INITIALIZE-PARAMETERS.
015600     MOVE SPACES TO WS-MODE-PARM
015700     MOVE 'XFRMODE' TO WS-PGET-NAME
015733     PERFORM GET-RUN-PARM
015766     MOVE WS-PGET-VALUE TO WS-MODE-PARM
015800     IF WS-MODE-PARM = 'RECEIVE'
015900        SET MODE-RECEIVE TO TRUE
016000        MOVE 'RECEIVE ' TO TITLE-MODE-ED
021500                SET LIGNE-INVALIDE TO TRUE
021600             END-IF
021700     END-EVALUATE
021725     IF LIGNE-VALIDE
021750        PERFORM CHECK-POSTING-PERIOD
021775     END-IF
021800     .
021804
021808******************************************************
021812*** A DISPATCH OR RECEIPT DATED IN A MONTH PART23   ***
021816*** HAS CLOSED IS REFUSED OR RE-DATED TO THE NEXT   ***
021820*** OPEN MONTH, AS PART59'S PERIOD_POLICY ROW SAYS. ***
021824******************************************************
021828 CHECK-POSTING-PERIOD.
021832     CALL PERCHK USING WS-LOG-PROGID WS-XFR-DATE
021836                       WS-PER-RESULT WS-PER-STATUS
021840     EVALUATE WS-PER-STATUS
021844        WHEN 'N'
021848             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
021852             SET LIGNE-INVALIDE TO TRUE
021856             ADD 1 TO WS-CNT-PER-REFUSED
021860        WHEN 'D'
021864             DISPLAY 'DATE REPORTEE : ' WS-XFR-DATE ' -> '
021868                     WS-PER-RESULT
021872             MOVE WS-PER-RESULT TO WS-XFR-DATE
021876             ADD 1 TO WS-CNT-PER-REDATED
021880     END-EVALUATE
021884     .
021900
022000******************************************************
022100*** THE SENDING DEPOT MUST ACTUALLY HOLD THE UNITS; ***
025000     MOVE WS-FROM-TEXT TO WHS-W-CODE
025100     MOVE WS-PROD-NO   TO WHS-P-NO
025150*    ONLY FREE STOCK MAY TRAVEL - UNITS RESERVED FOR LOADED
025160*    ORDERS OR HELD IN INSPECTION STAY ON THE SENDING DEPOT'S
025165*    SHELF.
025200     EXEC SQL
025300        SELECT STOCK - COALESCE(RESERVED, 0)
025300                     - COALESCE(QUARANTINE, 0)
025310             INTO :WS-ON-HAND
025400        FROM API5.WAREHOUSE_STOCK
025500        WHERE W_CODE = :WHS-W-CODE
034500           SET LIGNE-INVALIDE TO TRUE
034600        END-IF
034700     END-IF
034725     IF LIGNE-VALIDE
034750        PERFORM CHECK-POSTING-PERIOD
034775     END-IF
034800     IF LIGNE-VALIDE
034900        PERFORM RECEIVE-ONE-TRANSFER
035000     ELSE
054300     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
054400     WRITE EXCPLOG-RECORD
054500     .
054600
054700******************************************************
054800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
054900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
055000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
055100******************************************************
055200 GET-RUN-PARM.
055300     MOVE RETURN-CODE TO WS-PGET-RETCODE
055400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
055500                        WS-PGET-VALUE
055600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
055700     MOVE WS-PGET-RETCODE TO RETURN-CODE
055800     .
