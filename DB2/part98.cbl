000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART98.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - DELIVERY NOTES. PRINTS ON FICDLV*
000600*              EVERY API5.DELIVERY_NOTES ROW PART37 RECORDED AND *
000700*              NOT YET PRINTED, ONE PAGE PER NOTE : THE NOTE     *
000800*              NUMBER FOR THE CUSTOMER TO QUOTE, THE ORDER, THE  *
000900*              SHIP-TO ADDRESS (API5.SHIP_TO, HEAD OFFICE WHEN   *
001000*              THE ORDER NAMED NO SITE), CARRIER AND TRACKING,   *
001100*              THE LINES AND QUANTITIES IN THE BOX WITH THE LOTS *
001200*              CONSUMED, AND WHAT IS STILL TO COME ON THE ORDER  *
001300*              AS OF THAT SHIPMENT. DLVNOTE (ENV VAR, A NOTE     *
001400*              NUMBER) REPRINTS ONE NOTE MARKED DUPLICATA.       *
001414* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001428*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001442*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001456*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001470*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001484*              FOR THE PART131 REPORT.                           *
001486* 2026-10-15 : HEADINGS AND LABELS NOW COME FROM API5.DOC_TEXTS  *
001488*              (DOC_ID 'PART98') IN THE CUSTOMER'S LANGUAGE      *
001490*              THROUGH DOCTXT, WITH THE HOUSE WORDING WHERE NO   *
001492*              ROW EXISTS. THE NOTE DATE PRINTS DD/MM/YYYY FOR   *
001494*              'FR' AND MM/DD/YYYY FOR 'EN'.                     *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SPECIAL-NAMES.
001900     DECIMAL-POINT IS COMMA.
002000
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OUTDLV ASSIGN TO FICDLV.
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD OUTDLV.
002800 01 ENR-OUTDLV PIC X(80).
002900
003000 WORKING-STORAGE SECTION.
003100     EXEC SQL
003200        INCLUDE SQLCA
003300     END-EXEC.
003400     EXEC SQL
003500        INCLUDE DELNOTE
003600     END-EXEC.
003700     EXEC SQL
003800        INCLUDE CUSTOMER
003900     END-EXEC.
004000     EXEC SQL
004100        INCLUDE SHIPTO
004200     END-EXEC.
004300     EXEC SQL
004400        INCLUDE PRODUCTS
004500     END-EXEC.
004600
004700******************************************************
004800*** THE NOTES TO PRINT - EVERY UNPRINTED ONE, OR    ***
004900*** THE SINGLE NOTE ASKED FOR AGAIN.                ***
005000******************************************************
005100     EXEC SQL
005200        DECLARE CNOTES CURSOR
005300        FOR
005400        SELECT NOTE_NO, O_NO, C_NO, SHIP_CODE, NOTE_DATE,
005500               COALESCE(CARRIER, '    '),
005600               COALESCE(TRACKING_NO, ' ')
005700        FROM API5.DELIVERY_NOTES
005800        WHERE (:WS-ONE-NOTE = 0 AND PRINTED = 'N')
005900        OR    NOTE_NO = :WS-ONE-NOTE
006000        ORDER BY NOTE_NO
006100     END-EXEC.
006200
006300******************************************************
006400*** WHAT WENT IN THE BOX - EACH SALE LINE ('L')     ***
006500*** FOLLOWED BY THE LOT SLICES IT CONSUMED ('T').   ***
006600******************************************************
006700     EXEC SQL
006800        DECLARE CNLINES CURSOR
006900        FOR
007000        SELECT L.P_NO, L.ROW_TYPE, L.LOT_P_NO, L.LOT_NO, L.QTY,
007100               P.DESCRIPTION
007200        FROM API5.DELIVERY_NOTE_LINES L
007300        JOIN API5.PRODUCTS P
007400        ON L.P_NO = P.P_NO
007500        WHERE L.NOTE_NO = :DN-NO
007600        ORDER BY L.P_NO, L.ROW_TYPE, L.LOT_P_NO, L.LOT_NO
007700     END-EXEC.
007800
007900******************************************************
008000*** WHAT WAS STILL OUTSTANDING ONCE THIS NOTE LEFT  ***
008100*** - ORDERED LESS SHIPPED TO DATE, PUTTING BACK    ***
008200*** WHATEVER LATER NOTES OF THE ORDER CARRIED, SO A ***
008300*** REPRINT SHOWS THE SAME FIGURES AS THE ORIGINAL. ***
008400******************************************************
008500     EXEC SQL
008600        DECLARE COUTST CURSOR
008700        FOR
008800        SELECT I.P_NO, P.DESCRIPTION,
008900               I.QUANTITY - COALESCE(S.SHIPPED_QTY, 0)
009000               + COALESCE((SELECT SUM(L.QTY)
009100                  FROM API5.DELIVERY_NOTE_LINES L
009200                  JOIN API5.DELIVERY_NOTES N
009300                  ON L.NOTE_NO = N.NOTE_NO
009400                  WHERE N.O_NO = I.O_NO
009500                  AND   N.NOTE_NO > :DN-NO
009600                  AND   L.P_NO = I.P_NO
009700                  AND   L.ROW_TYPE = 'L'), 0)
009800        FROM API5.ITEMS I
009900        JOIN API5.PRODUCTS P
010000        ON I.P_NO = P.P_NO
010100        LEFT OUTER JOIN API5.ITEM_STATUS S
010200        ON  I.O_NO = S.O_NO
010300        AND I.P_NO = S.P_NO
010400        WHERE I.O_NO = :DN-O-NO
010500        AND   I.ITEM_TYPE = 'O'
010600        ORDER BY I.P_NO
010700     END-EXEC.
010800
010900 77 WS-NOTE-PARM      PIC X(6).
011000 77 WS-ONE-NOTE       PIC 9(6) VALUE ZERO.
011100 77 WS-OUT-QTY        PIC S9(7) COMP-3.
011200 77 WS-CNT-OUT-LINES  PIC 9(5) VALUE ZERO.
011300 77 WS-CNT-NOTES      PIC 9(5) VALUE ZERO.
011400 77 WS-NOTES-DONE     PIC X VALUE 'N'.
011500    88 NOTES-DONE       VALUE 'O'.
011600    88 NOTES-NOT-DONE   VALUE 'N'.
011700 77 WS-LINES-DONE     PIC X VALUE 'N'.
011800    88 LINES-DONE       VALUE 'O'.
011900    88 LINES-NOT-DONE   VALUE 'N'.
012000 77 WS-OUT-DONE       PIC X VALUE 'N'.
012100    88 OUT-DONE         VALUE 'O'.
012200    88 OUT-NOT-DONE     VALUE 'N'.
012216 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
012232 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART98'.
012248 77 WS-PGET-NAME      PIC X(12).
012264 77 WS-PGET-VALUE     PIC X(40).
012280 77 WS-PGET-RETCODE   PIC S9(4) COMP.
012280
012280******************************************************
012280*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF EVERY  ***
012280*** HEADING AND LABEL IN TEXT-NUMBER ORDER, AND THE ***
012280*** FRENCH AND ENGLISH COPIES DOCTXT BUILDS.        ***
012280******************************************************
012280 77 DOCTXT            PIC X(8) VALUE 'DOCTXT'.
012280 77 WS-DOC-ID         PIC X(8) VALUE 'PART98'.
012280 77 WS-DOC-COUNT      PIC 9(3) VALUE 13.
012280 77 WS-DOC-FOUND      PIC 9(3) VALUE ZERO.
012280 77 WS-DOC-LANG       PIC X(2).
012280 77 WS-DOC-LANG-SW    PIC X VALUE 'F'.
012280    88 DOC-LANG-FR      VALUE 'F'.
012280    88 DOC-LANG-EN      VALUE 'E'.
012280 77 WS-DOC-DATE-IN    PIC X(10).
012280 77 WS-DOC-DATE-OUT   PIC X(10).
012280 01 WS-HOUSE-TEXTS.
012280    05 FILLER         PIC X(60) VALUE 'DELIVERY NOTE NO :  '.
012280    05 FILLER         PIC X(60) VALUE '   DATE : '.
012280    05 FILLER         PIC X(60) VALUE 'DUPLICATA'.
012280    05 FILLER         PIC X(60) VALUE 'ORDER            :  '.
012280    05 FILLER         PIC X(60) VALUE '   CUSTOMER : '.
012280    05 FILLER         PIC X(60) VALUE 'DELIVER TO       :  '.
012280    05 FILLER         PIC X(60) VALUE 'CARRIER          :  '.
012280    05 FILLER         PIC X(60) VALUE '   TRACKING : '.
012280    05 FILLER         PIC X(60) VALUE
012280    'PROD  DESCRIPTION                     QTY IN THIS SHIPMENT'.
012280    05 FILLER         PIC X(60) VALUE 'LOT : '.
012280    05 FILLER         PIC X(60) VALUE
012280       'STILL TO COME ON THIS ORDER :'.
012280    05 FILLER         PIC X(60) VALUE
012280       '      NOTHING - THE ORDER IS COMPLETE'.
012280    05 FILLER         PIC X(60) VALUE
012280    'PLEASE QUOTE THE DELIVERY NOTE NUMBER ON ANY SHORT DELIVERY'.
012280 01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
012280    05 WS-HOUSE-TEXT  PIC X(60) OCCURS 13.
012280 01 WS-FR-TAB.
012280    05 WS-FR-TEXT     PIC X(60) OCCURS 13.
012280 01 WS-EN-TAB.
012280    05 WS-EN-TEXT     PIC X(60) OCCURS 13.
012280 01 WS-DOC-TAB.
012280    05 WS-DOC-TEXT    PIC X(60) OCCURS 13.
012300
012400 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
012500 01 L-PAGE-BREAK      PIC X(80) VALUE ALL '-'.
012600 01 L-TITLE-LINE.
012700    05 TITLE-NO-LBL   PIC X(20) VALUE SPACE.
012800    05 TITLE-NO-ED    PIC 9(6).
012900    05 TITLE-DATE-LBL PIC X(10) VALUE SPACE.
013000    05 TITLE-DATE-ED  PIC X(10).
013100    05 FILLER         PIC X(4)  VALUE SPACE.
013200    05 TITLE-DUP-ED   PIC X(9).
013300    05 FILLER         PIC X(21) VALUE SPACE.
013400 01 L-ORDER-LINE.
013500    05 ORDER-NO-LBL   PIC X(20) VALUE SPACE.
013600    05 ORDER-NO-ED    PIC 9(6).
013700    05 ORDER-CNO-LBL  PIC X(14) VALUE SPACE.
013800    05 ORDER-CNO-ED   PIC 9(4).
013900    05 FILLER         PIC X(36) VALUE SPACE.
014000 01 L-SHIPTO-LINE.
014100    05 SHIPTO-LBL     PIC X(20) VALUE SPACE.
014200    05 SHIPTO-NAME-ED PIC X(30).
014300    05 FILLER         PIC X(30) VALUE SPACE.
014400 01 L-ADDR-LINE.
014500    05 FILLER         PIC X(20) VALUE SPACE.
014600    05 ADDR-ED        PIC X(40).
014700    05 FILLER         PIC X(20) VALUE SPACE.
014800 01 L-CARRIER-LINE.
014900    05 CARRIER-LBL    PIC X(20) VALUE SPACE.
015000    05 CARRIER-ED     PIC X(4).
015100    05 TRACKING-LBL   PIC X(14) VALUE SPACE.
015200    05 TRACKING-ED    PIC X(20).
015300    05 FILLER         PIC X(22) VALUE SPACE.
015400 01 L-COLUMN-HEAD     PIC X(80) VALUE SPACE.
015800 01 L-ITEM-LINE.
015900    05 ITEM-PNO-ED    PIC X(3).
016000    05 FILLER         PIC X(3)  VALUE SPACE.
016100    05 ITEM-DESC-ED   PIC X(30).
016200    05 FILLER         PIC X(2)  VALUE SPACE.
016300    05 ITEM-QTY-ED    PIC ZZZZ9.
016400    05 FILLER         PIC X(37) VALUE SPACE.
016500 01 L-LOT-LINE.
016600    05 FILLER         PIC X(6)  VALUE SPACE.
016700    05 LOT-LBL        PIC X(6)  VALUE SPACE.
016800    05 LOT-NO-ED      PIC X(10).
016900    05 FILLER         PIC X(2)  VALUE ' ('.
017000    05 LOT-PNO-ED     PIC X(3).
017100    05 FILLER         PIC X(1)  VALUE ')'.
017200    05 FILLER         PIC X(10) VALUE SPACE.
017300    05 LOT-QTY-ED     PIC ZZZZ9.
017400    05 FILLER         PIC X(37) VALUE SPACE.
017500 01 L-OUT-HEAD        PIC X(80) VALUE SPACE.
017700 01 L-OUT-NONE        PIC X(80) VALUE SPACE.
017900 01 L-QUOTE-LINE      PIC X(80) VALUE SPACE.
018100
018200 PROCEDURE DIVISION.
018300     MOVE SPACES TO WS-NOTE-PARM
018400     MOVE 'DLVNOTE' TO WS-PGET-NAME
018433     PERFORM GET-RUN-PARM
018466     MOVE WS-PGET-VALUE TO WS-NOTE-PARM
018500     IF WS-NOTE-PARM NOT = SPACES
018600        AND WS-NOTE-PARM IS NUMERIC
018700        MOVE WS-NOTE-PARM TO WS-ONE-NOTE
018800     END-IF
018900
018950     PERFORM LOAD-DOC-TEXTS
019000     OPEN OUTPUT OUTDLV
019100     SET NOTES-NOT-DONE TO TRUE
019200     EXEC SQL
019300        OPEN CNOTES
019400     END-EXEC
019500     PERFORM TEST-SQLCODE
019600     PERFORM PRINT-ONE-NOTE UNTIL NOTES-DONE
019700     EXEC SQL
019800        CLOSE CNOTES
019900     END-EXEC
020000     PERFORM TEST-SQLCODE
020100     CLOSE OUTDLV
020200
020300     EXEC SQL COMMIT END-EXEC
020400     PERFORM TEST-SQLCODE
020500
020600     IF WS-ONE-NOTE NOT = ZERO AND WS-CNT-NOTES = ZERO
020700        DISPLAY 'PART98 : BON DE LIVRAISON INCONNU : '
020800                WS-ONE-NOTE
020900        MOVE 8 TO RETURN-CODE
021000     END-IF
021100     DISPLAY 'PART98 : DELIVERY NOTES PRINTED : ' WS-CNT-NOTES
021200     GOBACK.
021300
021400 PRINT-ONE-NOTE.
021500     EXEC SQL
021600        FETCH CNOTES
021700        INTO :DN-NO, :DN-O-NO, :DN-C-NO, :DN-SHIP-CODE,
021800             :DN-DATE, :DN-CARRIER, :DN-TRACKING
021900     END-EXEC
022000     EVALUATE TRUE
022100        WHEN SQLCODE = +100
022200             SET NOTES-DONE TO TRUE
022300        WHEN SQLCODE = ZERO
022400             ADD 1 TO WS-CNT-NOTES
022450             PERFORM GET-CUSTOMER-LANGUAGE
022500             PERFORM WRITE-NOTE-HEADER
022600             PERFORM WRITE-NOTE-LINES
022700             PERFORM WRITE-OUTSTANDING
022800             WRITE ENR-OUTDLV FROM L-HEADER-BLANK
022900             WRITE ENR-OUTDLV FROM L-QUOTE-LINE
023000             WRITE ENR-OUTDLV FROM L-PAGE-BREAK
023100             IF WS-ONE-NOTE = ZERO
023200                PERFORM MARK-NOTE-PRINTED
023300             END-IF
023400        WHEN OTHER
023500             PERFORM TEST-SQLCODE
023600     END-EVALUATE
023700     .
023800
023900 WRITE-NOTE-HEADER.
024000     MOVE DN-NO   TO TITLE-NO-ED
024100     MOVE DN-DATE TO WS-DOC-DATE-IN
024133     PERFORM FORMAT-DOC-DATE
024166     MOVE WS-DOC-DATE-OUT TO TITLE-DATE-ED
024200     IF WS-ONE-NOTE = ZERO
024300        MOVE SPACES TO TITLE-DUP-ED
024400     ELSE
024500        MOVE WS-DOC-TEXT(3) TO TITLE-DUP-ED
024600     END-IF
024700     WRITE ENR-OUTDLV FROM L-TITLE-LINE
024800     MOVE DN-O-NO TO ORDER-NO-ED
024900     MOVE DN-C-NO TO ORDER-CNO-ED
025000     WRITE ENR-OUTDLV FROM L-ORDER-LINE
025100     WRITE ENR-OUTDLV FROM L-HEADER-BLANK
025200     PERFORM WRITE-SHIP-TO
025300     IF DN-CARRIER NOT = SPACES
025400        MOVE DN-CARRIER  TO CARRIER-ED
025500        MOVE DN-TRACKING TO TRACKING-ED
025600        WRITE ENR-OUTDLV FROM L-CARRIER-LINE
025700     END-IF
025800     WRITE ENR-OUTDLV FROM L-HEADER-BLANK
025900     WRITE ENR-OUTDLV FROM L-COLUMN-HEAD
026000     .
026100
026200******************************************************
026300*** THE ORDER'S SHIP-TO SITE, OR THE CUSTOMER'S OWN ***
026400*** ADDRESS WHEN IT NAMED NONE. AN UNKNOWN SITE     ***
026500*** FALLS BACK TO HEAD OFFICE WITH A WARNING.       ***
026600******************************************************
026700 WRITE-SHIP-TO.
026800     MOVE SPACES TO SHIPTO-NAME-ED
026900     MOVE SPACES TO ADDR-ED
027000     IF DN-SHIP-CODE NOT = SPACES
027100        MOVE DN-C-NO      TO SHIP-C-NO
027200        MOVE DN-SHIP-CODE TO SHIP-CODE
027300        EXEC SQL
027400           SELECT SHIP_NAME, SHIP_ADDRESS
027500           INTO :SHIP-NAME, :SHIP-ADDRESS
027600           FROM API5.SHIP_TO
027700           WHERE C_NO      = :SHIP-C-NO
027800           AND   SHIP_CODE = :SHIP-CODE
027900        END-EXEC
028000        EVALUATE TRUE
028100           WHEN SQLCODE = ZERO
028200                MOVE SHIP-NAME    TO SHIPTO-NAME-ED
028300                MOVE SHIP-ADDRESS TO ADDR-ED
028400           WHEN SQLCODE = +100
028500                DISPLAY 'PART98 : SHIP-TO INCONNU : '
028600                        DN-SHIP-CODE ' NOTE ' DN-NO
028700           WHEN OTHER
028800                PERFORM TEST-SQLCODE
028900        END-EVALUATE
029000     END-IF
029100     IF SHIPTO-NAME-ED = SPACES
029200        MOVE DN-C-NO TO CUS-NO
029300        EXEC SQL
029400           SELECT NAME, ADDRESS
029500           INTO :CUS-NAME, :CUS-ADDRESS
029600           FROM API5.CUSTOMERS
029700           WHERE C_NO = :CUS-NO
029800        END-EXEC
029900        PERFORM TEST-SQLCODE
030000        MOVE CUS-NAME    TO SHIPTO-NAME-ED
030100        MOVE CUS-ADDRESS TO ADDR-ED
030200     END-IF
030300     WRITE ENR-OUTDLV FROM L-SHIPTO-LINE
030400     WRITE ENR-OUTDLV FROM L-ADDR-LINE
030500     .
030600
030700 WRITE-NOTE-LINES.
030800     SET LINES-NOT-DONE TO TRUE
030900     EXEC SQL
031000        OPEN CNLINES
031100     END-EXEC
031200     PERFORM TEST-SQLCODE
031300     PERFORM PRINT-ONE-NOTE-LINE UNTIL LINES-DONE
031400     EXEC SQL
031500        CLOSE CNLINES
031600     END-EXEC
031700     PERFORM TEST-SQLCODE
031800     .
031900
032000 PRINT-ONE-NOTE-LINE.
032100     EXEC SQL
032200        FETCH CNLINES
032300        INTO :DNL-P-NO, :DNL-ROW-TYPE, :DNL-LOT-P-NO,
032400             :DNL-LOT-NO, :DNL-QTY, :PROD-DESCRIPTION
032500     END-EXEC
032600     EVALUATE TRUE
032700        WHEN SQLCODE = +100
032800             SET LINES-DONE TO TRUE
032900        WHEN SQLCODE = ZERO
033000             IF DNL-ROW-TYPE = 'L'
033100                MOVE DNL-P-NO TO ITEM-PNO-ED
033200                MOVE SPACES TO ITEM-DESC-ED
033300                MOVE PROD-DESCRIPTION-TEXT
033400                    (1:PROD-DESCRIPTION-LEN) TO ITEM-DESC-ED
033500                MOVE DNL-QTY TO ITEM-QTY-ED
033600                WRITE ENR-OUTDLV FROM L-ITEM-LINE
033700             ELSE
033800                MOVE DNL-LOT-NO   TO LOT-NO-ED
033900                MOVE DNL-LOT-P-NO TO LOT-PNO-ED
034000                MOVE DNL-QTY      TO LOT-QTY-ED
034100                WRITE ENR-OUTDLV FROM L-LOT-LINE
034200             END-IF
034300        WHEN OTHER
034400             PERFORM TEST-SQLCODE
034500     END-EVALUATE
034600     .
034700
034800 WRITE-OUTSTANDING.
034900     WRITE ENR-OUTDLV FROM L-HEADER-BLANK
035000     WRITE ENR-OUTDLV FROM L-OUT-HEAD
035100     MOVE ZERO TO WS-CNT-OUT-LINES
035200     SET OUT-NOT-DONE TO TRUE
035300     EXEC SQL
035400        OPEN COUTST
035500     END-EXEC
035600     PERFORM TEST-SQLCODE
035700     PERFORM PRINT-ONE-OUTSTANDING UNTIL OUT-DONE
035800     EXEC SQL
035900        CLOSE COUTST
036000     END-EXEC
036100     PERFORM TEST-SQLCODE
036200     IF WS-CNT-OUT-LINES = ZERO
036300        WRITE ENR-OUTDLV FROM L-OUT-NONE
036400     END-IF
036500     .
036600
036700 PRINT-ONE-OUTSTANDING.
036800     EXEC SQL
036900        FETCH COUTST
037000        INTO :PROD-ID, :PROD-DESCRIPTION, :WS-OUT-QTY
037100     END-EXEC
037200     EVALUATE TRUE
037300        WHEN SQLCODE = +100
037400             SET OUT-DONE TO TRUE
037500        WHEN SQLCODE = ZERO
037600             IF WS-OUT-QTY > ZERO
037700                ADD 1 TO WS-CNT-OUT-LINES
037800                MOVE PROD-ID TO ITEM-PNO-ED
037900                MOVE SPACES TO ITEM-DESC-ED
038000                MOVE PROD-DESCRIPTION-TEXT
038100                    (1:PROD-DESCRIPTION-LEN) TO ITEM-DESC-ED
038200                MOVE WS-OUT-QTY TO ITEM-QTY-ED
038300                WRITE ENR-OUTDLV FROM L-ITEM-LINE
038400             END-IF
038500        WHEN OTHER
038600             PERFORM TEST-SQLCODE
038700     END-EVALUATE
038800     .
038900
039000 MARK-NOTE-PRINTED.
039100     EXEC SQL
039200        UPDATE API5.DELIVERY_NOTES
039300        SET PRINTED = 'Y'
039400        WHERE NOTE_NO = :DN-NO
039500     END-EXEC
039600     PERFORM TEST-SQLCODE
039700     .
039701
039702******************************************************
039703*** THE NOTE IS PRINTED IN ITS CUSTOMER'S LANGUAGE. ***
039704*** AN UNKNOWN CUSTOMER GETS THE FRENCH WORDING.    ***
039705******************************************************
039706 GET-CUSTOMER-LANGUAGE.
039707     MOVE DN-C-NO TO CUS-NO
039708     MOVE 'FR'    TO CUS-LANG
039709     EXEC SQL
039710        SELECT COALESCE(LANG_CODE, 'FR')
039711             INTO :CUS-LANG
039712        FROM API5.CUSTOMERS
039713        WHERE C_NO = :CUS-NO
039714     END-EXEC
039715     IF SQLCODE NOT = +100
039716        PERFORM TEST-SQLCODE
039717     END-IF
039718     PERFORM SET-DOC-LANGUAGE
039719     .
039720
039721******************************************************
039722*** BOTH LANGUAGES' WORDING IS READ ONCE - THE      ***
039723*** HOUSE TEXT WITH THE API5.DOC_TEXTS ROWS LAID    ***
039724*** OVER IT BY DOCTXT.                              ***
039725******************************************************
039726 LOAD-DOC-TEXTS.
039727     MOVE WS-HOUSE-TAB TO WS-FR-TAB
039728     MOVE 'FR' TO WS-DOC-LANG
039729     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
039730                       WS-FR-TAB WS-DOC-FOUND
039731     MOVE WS-HOUSE-TAB TO WS-EN-TAB
039732     MOVE 'EN' TO WS-DOC-LANG
039733     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
039734                       WS-EN-TAB WS-DOC-FOUND
039735     .
039736
039737******************************************************
039738*** EACH NOTE SPEAKS ITS CUSTOMER'S LANGUAGE - THE  ***
039739*** WORDING GOES INTO THE PRINT LINES, AND AN 'EN'  ***
039740*** NOTE ALSO GETS AN MM/DD/YYYY DATE.              ***
039741******************************************************
039742 SET-DOC-LANGUAGE.
039743     IF CUS-LANG = 'EN'
039744        SET DOC-LANG-EN TO TRUE
039745        MOVE WS-EN-TAB TO WS-DOC-TAB
039746     ELSE
039747        SET DOC-LANG-FR TO TRUE
039748        MOVE WS-FR-TAB TO WS-DOC-TAB
039749     END-IF
039750     MOVE WS-DOC-TEXT(1)  TO TITLE-NO-LBL
039751     MOVE WS-DOC-TEXT(2)  TO TITLE-DATE-LBL
039752     MOVE WS-DOC-TEXT(4)  TO ORDER-NO-LBL
039753     MOVE WS-DOC-TEXT(5)  TO ORDER-CNO-LBL
039754     MOVE WS-DOC-TEXT(6)  TO SHIPTO-LBL
039755     MOVE WS-DOC-TEXT(7)  TO CARRIER-LBL
039756     MOVE WS-DOC-TEXT(8)  TO TRACKING-LBL
039757     MOVE WS-DOC-TEXT(9)  TO L-COLUMN-HEAD
039758     MOVE WS-DOC-TEXT(10) TO LOT-LBL
039759     MOVE WS-DOC-TEXT(11) TO L-OUT-HEAD
039760     MOVE WS-DOC-TEXT(12) TO L-OUT-NONE
039761     MOVE WS-DOC-TEXT(13) TO L-QUOTE-LINE
039762     .
039763
039764******************************************************
039765*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -    ***
039766*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.    ***
039767*** ANYTHING ELSE PRINTS AS IT CAME.                ***
039768******************************************************
039769 FORMAT-DOC-DATE.
039770     MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
039771     IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
039772        MOVE SPACES TO WS-DOC-DATE-OUT
039773        IF DOC-LANG-EN
039774           STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
039775                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
039776                  INTO WS-DOC-DATE-OUT
039777           END-STRING
039778        ELSE
039779           STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
039780                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
039781                  INTO WS-DOC-DATE-OUT
039782           END-STRING
039783        END-IF
039784     END-IF
039785     .
039800
039900 TEST-SQLCODE.
040000     EVALUATE TRUE
040100          WHEN SQLCODE IS EQUAL TO ZERO
040200                CONTINUE
040300          WHEN SQLCODE IS GREATER ZERO
040400             IF SQLCODE = 100
040500               CONTINUE
040600             ELSE
040700               DISPLAY 'WARNING : ' SQLCODE
040800             END-IF
040900          WHEN SQLCODE IS LESS THAN ZERO
041000                DISPLAY 'ANOMALIE : ' SQLCODE
041100                PERFORM ABEND-PROG
041200     END-EVALUATE.
041300
041400 ABEND-PROG.
041500     EXEC SQL ROLLBACK END-EXEC
041600     DISPLAY 'PART98 ABENDING - SEE SQLCODE ABOVE'
041700     MOVE 16 TO RETURN-CODE
041800     STOP RUN.
041900
042000******************************************************
042100*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
042200*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
042300*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
042400******************************************************
042500 GET-RUN-PARM.
042600     MOVE RETURN-CODE TO WS-PGET-RETCODE
042700     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
042800                        WS-PGET-VALUE
042900*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
043000     MOVE WS-PGET-RETCODE TO RETURN-CODE
043100     .
