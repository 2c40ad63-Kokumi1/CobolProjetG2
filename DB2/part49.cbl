001500*              REASON 'B' (DISTINCT FROM THE CREDIT-LIMIT 'C'    *
001600*              HOLDS PART11 SHOWS). A HANDOVER REGISTER GOES TO  *
001700*              FICCOL.                                           *
001710* 2026-10-15 : AMOUNTS IN OPEN DISPUTE (API5.DISPUTES) ARE HELD  *
001720*              OUT OF THE HANDOVER - AN OPEN ITEM COUNTS TOWARD  *
001730*              THE CUTOFF ONLY FOR ITS UNDISPUTED PART, AN       *
001740*              ACCOUNT WHOSE WHOLE BALANCE IS IN DISPUTE STAYS   *
001750*              WITH CREDIT CONTROL, AND THE BALANCE HANDED OVER  *
001760*              IS NET OF THE CUSTOMER'S OPEN DISPUTES.           *
001770* 2026-10-15 : AN OPEN ITEM WITH A DUE DATE (PAYMENT TERMS) NOW  *
001780*              QUALIFIES ONCE IT IS COLLDAYS LESS 30 DAYS PAST   *
001790*              DUE - 90 BY DEFAULT, THE SAME POINT AS BEFORE FOR *
001791*              A NET 30 CUSTOMER. AN ITEM WITHOUT ONE STILL AGES *
001792*              FROM ITS INVOICE DATE.                            *
001793* 2026-10-15 : SETTING COLL_FLAG IS LOGGED TO                    *
001794*              API5.CUSTOMER_CHANGES (OLD 'N', NEW 'Y').         *
001795* 2026-10-15 : A CUSTOMER NEWLY BLOCKED FOR COLLECTIONS SENDS A  *
001796*              COLLBLK ALERT (ALERTW) SO CREDIT CONTROL AND      *
001797*              SALES HEAR OF IT BEFORE THE NEXT ORDER IS HELD.   *
001797* 2026-10-15 : EVERY ACCOUNT HANDED OVER NOW ALSO GETS A         *
001797*              HANDOVER NOTICE ON FICCNOT, IN THE CUSTOMER'S     *
001797*              LANGUAGE (CUSTOMERS.LANG_CODE) - WORDING FROM     *
001797*              API5.DOC_TEXTS THROUGH DOCTXT, DATE DD/MM/YYYY    *
001797*              FOR 'FR' AND MM/DD/YYYY FOR 'EN', AND A DECIMAL   *
001797*              POINT FOR 'EN'. THE FICCOL REGISTER AND THE       *
001797*              COLLEXT EXTRACT ARE UNCHANGED.                    *
001797* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001797*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001797*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001797*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001797* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001797*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001797*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001797*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001797*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001797*              FOR THE PART131 REPORT.                           *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002600     SELECT COLLEXT ASSIGN TO COLLEXT
002700      ORGANIZATION IS SEQUENTIAL.
002800     SELECT OUTCOL ASSIGN TO FICCOL.
002850     SELECT OUTNOT ASSIGN TO FICCNOT.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003300 01 COLLEXT-RECORD PIC X(100).
003400 FD OUTCOL.
003500 01 ENR-OUTCOL PIC X(80).
003533 FD OUTNOT.
003566 01 ENR-OUTNOT PIC X(80).
003600
003700 WORKING-STORAGE SECTION.
003800     EXEC SQL
004400     EXEC SQL
004500        INCLUDE BALHIST
004600     END-EXEC.
004610     EXEC SQL
004620        INCLUDE CUSTCHG
004630     END-EXEC.
004700
004800******************************************************
004900*** CUSTOMERS WHO RODE OUT THE WHOLE LETTER LADDER  ***
005000*** - STILL OWING, OLDEST OPEN ITEM PAST THE        ***
005100*** HANDOVER CUTOFF, NOT YET FLAGGED. MONEY IN OPEN ***
005110*** DISPUTE IS CREDIT CONTROL'S, NOT THE AGENCY'S - ***
005120*** THE BALANCE COMES BACK NET OF IT.               ***
005200******************************************************
005300     EXEC SQL
005400        DECLARE CDELQ CURSOR
005500        FOR
005600        SELECT C.C_NO, C.NAME, C.ADDRESS,
005605               COALESCE(C.LANG_CODE, 'FR'),
005610               C.BALANCE
005620               - COALESCE((SELECT SUM(D.AMOUNT)
005630                           FROM API5.DISPUTES D
005640                           WHERE D.C_NO = C.C_NO
005650                           AND   D.STATUS = 'O'), 0)
005700        FROM API5.CUSTOMERS C
005800        WHERE C.BALANCE
005810              - COALESCE((SELECT SUM(D.AMOUNT)
005820                          FROM API5.DISPUTES D
005830                          WHERE D.C_NO = C.C_NO
005840                          AND   D.STATUS = 'O'), 0) > 0
005900        AND   COALESCE(C.COLL_FLAG, ' ') <> 'Y'
006000        AND   EXISTS
006100              (SELECT 1 FROM API5.OPEN_ITEMS I
006200               WHERE I.C_NO = C.C_NO
006300               AND   I.STATUS = 'O'
006400               AND   ((I.DUE_DATE IS NOT NULL
006401                      AND  I.DUE_DATE <= :WS-DUE-CUTOFF)
006402                  OR    (I.DUE_DATE IS NULL
006403                      AND  I.INV_DATE <= :WS-CUTOFF-DATE))
006410               AND   I.OPEN_AMOUNT
006420                     > COALESCE((SELECT SUM(D.AMOUNT)
006430                                 FROM API5.DISPUTES D
006440                                 WHERE D.INV_NO = I.INV_NO
006450                                 AND   D.STATUS = 'O'), 0))
006500        ORDER BY C.C_NO
006600     END-EXEC.
006700
008200 77 WS-DAYS-PARM      PIC X(3).
008300 77 WS-COLL-DAYS      PIC 9(3) VALUE 120.
008400 77 WS-TODAY-RAW      PIC X(08).
008450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
008458 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
008466 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART49'.
008474 77 WS-PGET-NAME      PIC X(12).
008482 77 WS-PGET-VALUE     PIC X(40).
008490 77 WS-PGET-RETCODE   PIC S9(4) COMP.
008500 77 WS-TODAY-INT      PIC 9(8).
008600 77 WS-TODAY-DASHED   PIC X(10).
008610 77 WS-TIME-RAW       PIC X(08).
008700 77 WS-WORK-DATE      PIC 9(8).
008800 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
008900 77 WS-CUTOFF-DATE    PIC X(10).
008910 77 WS-PAST-DUE-DAYS  PIC 9(3).
008920 77 WS-DUE-CUTOFF     PIC X(10).
009000 77 WS-HIST-DONE      PIC X VALUE 'N'.
009100    88 HIST-DONE        VALUE 'O'.
009200    88 HIST-NOT-DONE    VALUE 'N'.
009300 77 WS-CNT-HANDED     PIC 9(5) VALUE ZERO.
009400 77 WS-CNT-HIST-ROWS  PIC 9(7) VALUE ZERO.
009500 77 WS-TOT-HANDED     PIC S9(9)V99 COMP-3 VALUE ZERO.
009512 77 ALERTW            PIC X(8) VALUE 'ALERTW'.
009524 77 WS-ALRT-PROGID    PIC X(8) VALUE 'PART49'.
009536 77 WS-ALRT-TYPE      PIC X(8) VALUE 'COLLBLK'.
009548 77 WS-ALRT-SEVERITY  PIC X(1) VALUE 'W'.
009560 77 WS-ALRT-KEY       PIC X(20).
009572 77 WS-ALRT-MESSAGE   PIC X(60).
009584 77 WS-ALRT-STATUS    PIC X(1).
009600 77 ED-TOT-HANDED     PIC -ZZZZZZZZ9,99.
009602******************************************************
009604*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF THE    ***
009606*** HANDOVER NOTICE IN TEXT-NUMBER ORDER, AND THE   ***
009608*** FRENCH AND ENGLISH COPIES DOCTXT BUILDS. TEXTS  ***
009610*** 3-5 ARE THE NOTICE'S THREE LINES.               ***
009612******************************************************
009614 77 DOCTXT            PIC X(8) VALUE 'DOCTXT'.
009616 77 WS-DOC-ID         PIC X(8) VALUE 'PART49'.
009618 77 WS-DOC-COUNT      PIC 9(3) VALUE 5.
009620 77 WS-DOC-FOUND      PIC 9(3) VALUE ZERO.
009622 77 WS-DOC-LANG       PIC X(2).
009624 77 WS-DOC-LANG-SW    PIC X VALUE 'F'.
009626    88 DOC-LANG-FR      VALUE 'F'.
009628    88 DOC-LANG-EN      VALUE 'E'.
009630 77 WS-DOC-DATE-IN    PIC X(10).
009632 77 WS-DOC-DATE-OUT   PIC X(10).
009634 01 WS-HOUSE-TEXTS.
009636    05 FILLER         PIC X(60) VALUE 'DATE : '.
009638    05 FILLER         PIC X(60) VALUE 'BALANCE OUTSTANDING    : '.
009640    05 FILLER         PIC X(60) VALUE
009642       'DESPITE OUR LETTERS YOUR ACCOUNT REMAINS UNPAID AND'.
009644    05 FILLER         PIC X(60) VALUE
009646       'HAS NOW BEEN PASSED TO OUR COLLECTIONS AGENCY, WHO'.
009648    05 FILLER         PIC X(60) VALUE
009650       'WILL CONTACT YOU. PLEASE DEAL WITH THEM FROM NOW ON.'.
009652 01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
009654    05 WS-HOUSE-TEXT  PIC X(60) OCCURS 5.
009656 01 WS-FR-TAB.
009658    05 WS-FR-TEXT     PIC X(60) OCCURS 5.
009660 01 WS-EN-TAB.
009662    05 WS-EN-TEXT     PIC X(60) OCCURS 5.
009664 01 WS-DOC-TAB.
009666    05 WS-DOC-TEXT    PIC X(60) OCCURS 5.
009700
009800******************************************************
009900*** EXTRACT LAYOUTS - ONE CUST HEADER, ITS HIST     ***
013700    05 FILLER         PIC X(2)  VALUE SPACE.
013800    05 DET-BAL-ED     PIC -ZZZZZZ9,99.
013900    05 FILLER         PIC X(31) VALUE SPACE.
013904
013908******************************************************
013912*** THE NOTICE TELLING THE CUSTOMER THE ACCOUNT IS ***
013916*** NOW WITH THE AGENCY - PART16'S LETTER LAYOUT.  ***
013920******************************************************
013924 01 N-DATE-LINE.
013928    05 DATE-LBL       PIC X(7)  VALUE SPACE.
013932    05 NOTICE-DATE-ED PIC X(10).
013936    05 FILLER         PIC X(63) VALUE SPACE.
013940 01 N-NAME-LINE.
013944    05 NOTICE-NAME-ED PIC X(30).
013948    05 FILLER         PIC X(50) VALUE SPACE.
013952 01 N-ADDR-LINE.
013956    05 NOTICE-ADDR-ED PIC X(40).
013960    05 FILLER         PIC X(40) VALUE SPACE.
013964 01 N-AMOUNT-LINE.
013968    05 AMT-LBL        PIC X(26) VALUE SPACE.
013972    05 NOTICE-AMT-ED  PIC -ZZZZZZ9,99.
013976    05 FILLER         PIC X(43) VALUE SPACE.
013980 01 N-TEXT-A         PIC X(80) VALUE SPACE.
013984 01 N-TEXT-B         PIC X(80) VALUE SPACE.
013988 01 N-TEXT-C         PIC X(80) VALUE SPACE.
013992 01 N-PAGE-BREAK     PIC X(80) VALUE ALL '='.
014000
014100 PROCEDURE DIVISION.
014200     PERFORM INITIALIZE-PARAMETERS
014300
014400     OPEN OUTPUT COLLEXT
014500     OPEN OUTPUT OUTCOL
014550     OPEN OUTPUT OUTNOT
014600     WRITE ENR-OUTCOL FROM L-TITLE-LINE
014700     WRITE ENR-OUTCOL FROM L-HEADER-BLANK
014800
016800     PERFORM COMMIT-SQL
016900     CLOSE COLLEXT
017000     CLOSE OUTCOL
017050     CLOSE OUTNOT
017100
017200     MOVE WS-TOT-HANDED TO ED-TOT-HANDED
017300     DISPLAY '===================================='
018200*** COLLDAYS = AGE OF THE OLDEST OPEN ITEM BEYOND   ***
018300*** WHICH THE ACCOUNT GOES TO THE AGENCY (DEFAULT   ***
018400*** 120 - THE 90-DAY LETTER PLUS A MONTH'S GRACE).  ***
018410*** AN ITEM WITH A DUE DATE IS MEASURED FROM IT, SO  ***
018420*** THE NET 30 PART COMES OFF THE DAYS.              ***
018500******************************************************
018600 INITIALIZE-PARAMETERS.
018700     MOVE SPACES TO WS-DAYS-PARM
018800     MOVE 'COLLDAYS' TO WS-PGET-NAME
018833     PERFORM GET-RUN-PARM
018866     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
018900     IF WS-DAYS-PARM NOT = SPACES
019000        AND WS-DAYS-PARM IS NUMERIC
019100        MOVE WS-DAYS-PARM TO WS-COLL-DAYS
019200     END-IF
019300
019400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
019450     CALL RUNDATE USING WS-TODAY-RAW
019500     MOVE WS-TODAY-RAW TO WS-TODAY-INT
019600     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
019700            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
019800            INTO WS-TODAY-DASHED
019900     END-STRING
020000     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
020050     PERFORM LOAD-DOC-TEXTS
020100
020200     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
020300             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
020600            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
020700            INTO WS-CUTOFF-DATE
020800     END-STRING
020810
020820     IF WS-COLL-DAYS > 30
020830        COMPUTE WS-PAST-DUE-DAYS = WS-COLL-DAYS - 30
020840     ELSE
020850        MOVE ZERO TO WS-PAST-DUE-DAYS
020860     END-IF
020870     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
020880             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
020890              - WS-PAST-DUE-DAYS)
020891     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
020892            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
020893            INTO WS-DUE-CUTOFF
020894     END-STRING
020900     .
021000
021100 FETCH-NEXT-CUSTOMER.
021200     EXEC SQL
021300        FETCH CDELQ
021400        INTO :CUS-NO, :CUS-NAME, :CUS-ADDRESS, :CUS-LANG,
021450             :CUS-BALANCE
021500     END-EXEC
021600     .
021700
024500
024600     PERFORM SET-COLLECTIONS-FLAG
024700     PERFORM WRITE-REGISTER-LINE
024750     PERFORM WRITE-HANDOVER-NOTICE
024800     .
024900
025000 EXTRACT-ONE-MOVEMENT.
027800     END-EXEC
027900     IF SQLCODE NOT = ZERO
028000        DISPLAY 'WARNING SET COLL FLAG : ' SQLCODE
028010     ELSE
028020        PERFORM INSERT-CUSTOMER-CHANGE
028060        PERFORM SEND-COLLECTIONS-ALERT
028100     END-IF
028200     .
028201
028204 INSERT-CUSTOMER-CHANGE.
028207     ACCEPT WS-TIME-RAW FROM TIME
028210     MOVE CUS-NO          TO CHG-C-NO
028213     MOVE WS-TODAY-DASHED TO CHG-DATE
028216     MOVE WS-TIME-RAW     TO CHG-TIME
028219     MOVE 'COLL_FLAG'     TO CHG-FIELD
028222     MOVE 'N'             TO CHG-OLD-VALUE
028225     MOVE 'Y'             TO CHG-NEW-VALUE
028228     MOVE 'PART49'        TO CHG-PROGID
028231     EXEC SQL
028234        INSERT INTO API5.CUSTOMER_CHANGES
028237        (C_NO, CHG_DATE, CHG_TIME, FIELD_NAME, OLD_VALUE,
028240         NEW_VALUE, PROG_ID)
028243        VALUES(:CHG-C-NO,
028246               :CHG-DATE,
028249               :CHG-TIME,
028252               :CHG-FIELD,
028255               :CHG-OLD-VALUE,
028258               :CHG-NEW-VALUE,
028261               :CHG-PROGID)
028264     END-EXEC
028267     PERFORM TEST-SQLCODE
028270     .
028271
028272******************************************************
028273*** ONE ALERT PER ACCOUNT HANDED OVER, KEYED ON THE ***
028274*** CUSTOMER.                                       ***
028275******************************************************
028276 SEND-COLLECTIONS-ALERT.
028277     MOVE SPACES   TO WS-ALRT-KEY
028278     MOVE CUS-NO   TO WS-ALRT-KEY(1:4)
028279     MOVE SPACES   TO WS-ALRT-MESSAGE
028280     STRING 'CLIENT ' CUS-NO ' ' DELIMITED BY SIZE
028281            CUS-NAME DELIMITED BY '  '
028282            ' BLOQUE - RECOUVREMENT' DELIMITED BY SIZE
028283            INTO WS-ALRT-MESSAGE
028284     END-STRING
028285     CALL ALERTW USING WS-ALRT-PROGID WS-ALRT-TYPE
028286                       WS-ALRT-SEVERITY WS-ALRT-KEY
028287                       WS-ALRT-MESSAGE WS-ALRT-STATUS
028288     .
028300
028400 WRITE-REGISTER-LINE.
028500     MOVE CUS-NO      TO DET-CNO-ED
028800     WRITE ENR-OUTCOL FROM L-DETAIL-LINE
028900     .
029000
029001******************************************************
029002*** THE CUSTOMER'S NOTICE, IN THE CUSTOMER'S       ***
029003*** LANGUAGE - THE DOC_TEXTS WORDING, AND FOR 'EN' ***
029004*** AN MM/DD/YYYY DATE AND A DECIMAL POINT.        ***
029005******************************************************
029006 WRITE-HANDOVER-NOTICE.
029007     PERFORM SET-DOC-LANGUAGE
029008     MOVE WS-TODAY-DASHED TO WS-DOC-DATE-IN
029009     PERFORM FORMAT-DOC-DATE
029010     MOVE WS-DOC-DATE-OUT TO NOTICE-DATE-ED
029011     MOVE CUS-NAME        TO NOTICE-NAME-ED
029012     MOVE CUS-ADDRESS     TO NOTICE-ADDR-ED
029013     MOVE CUS-BALANCE     TO NOTICE-AMT-ED
029014     IF DOC-LANG-EN
029015        INSPECT NOTICE-AMT-ED REPLACING ALL ',' BY '.'
029016     END-IF
029017
029018     WRITE ENR-OUTNOT FROM N-DATE-LINE
029019     WRITE ENR-OUTNOT FROM L-HEADER-BLANK
029020     WRITE ENR-OUTNOT FROM N-NAME-LINE
029021     WRITE ENR-OUTNOT FROM N-ADDR-LINE
029022     WRITE ENR-OUTNOT FROM L-HEADER-BLANK
029023     WRITE ENR-OUTNOT FROM N-AMOUNT-LINE
029024     WRITE ENR-OUTNOT FROM L-HEADER-BLANK
029025     WRITE ENR-OUTNOT FROM N-TEXT-A
029026     WRITE ENR-OUTNOT FROM N-TEXT-B
029027     WRITE ENR-OUTNOT FROM N-TEXT-C
029028     WRITE ENR-OUTNOT FROM N-PAGE-BREAK
029029     .
029030
029031******************************************************
029032*** BOTH LANGUAGES' WORDING IS READ ONCE - THE      ***
029033*** HOUSE TEXT WITH THE API5.DOC_TEXTS ROWS LAID   ***
029034*** OVER IT BY DOCTXT.                             ***
029035******************************************************
029036 LOAD-DOC-TEXTS.
029037     MOVE WS-HOUSE-TAB TO WS-FR-TAB
029038     MOVE 'FR' TO WS-DOC-LANG
029039     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
029040                       WS-FR-TAB WS-DOC-FOUND
029041     MOVE WS-HOUSE-TAB TO WS-EN-TAB
029042     MOVE 'EN' TO WS-DOC-LANG
029043     CALL DOCTXT USING WS-DOC-ID WS-DOC-LANG WS-DOC-COUNT
029044                       WS-EN-TAB WS-DOC-FOUND
029045     .
029046
029047******************************************************
029048*** THE NOTICE'S WORDING IN THE CUSTOMER'S          ***
029048*** LANGUAGE.                                       ***
029049******************************************************
029050 SET-DOC-LANGUAGE.
029051     IF CUS-LANG = 'EN'
029052        SET DOC-LANG-EN TO TRUE
029053        MOVE WS-EN-TAB TO WS-DOC-TAB
029054     ELSE
029055        SET DOC-LANG-FR TO TRUE
029056        MOVE WS-FR-TAB TO WS-DOC-TAB
029057     END-IF
029058     MOVE WS-DOC-TEXT(1)  TO DATE-LBL
029059     MOVE WS-DOC-TEXT(2)  TO AMT-LBL
029060     MOVE WS-DOC-TEXT(3)  TO N-TEXT-A
029061     MOVE WS-DOC-TEXT(4)  TO N-TEXT-B
029062     MOVE WS-DOC-TEXT(5)  TO N-TEXT-C
029063     .
029064
029065******************************************************
029066*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -   ***
029067*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.   ***
029068*** ANYTHING ELSE PRINTS AS IT CAME.               ***
029069******************************************************
029070 FORMAT-DOC-DATE.
029071     MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
029072     IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
029073        MOVE SPACES TO WS-DOC-DATE-OUT
029074        IF DOC-LANG-EN
029075           STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
029076                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
029077                  INTO WS-DOC-DATE-OUT
029078           END-STRING
029079        ELSE
029080           STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
029081                  WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
029082                  INTO WS-DOC-DATE-OUT
029083           END-STRING
029084        END-IF
029085     END-IF
029086     .
029087
029100 COMMIT-SQL.
029200     EXEC SQL COMMIT END-EXEC
029300     PERFORM TEST-SQLCODE
031300     DISPLAY 'PART49 ABENDING - SEE SQLCODE ABOVE'
031400     MOVE 16 TO RETURN-CODE
031500     STOP RUN.
031600
031700******************************************************
031800*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
031900*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
032000*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
032100******************************************************
032200 GET-RUN-PARM.
032300     MOVE RETURN-CODE TO WS-PGET-RETCODE
032400     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
032500                        WS-PGET-VALUE
032600*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
032700     MOVE WS-PGET-RETCODE TO RETURN-CODE
032800     .
