001274* 2026-09-02 : NEWCUSTS MAY CARRY A 7TH FIELD, THE NO-SUBSTITUTE  *
001275*              FLAG ('Y' = THE CUSTOMER REFUSES PRODUCT           *
001276*              SUBSTITUTES AND SHORT LINES BACKORDER AS BEFORE).  *
001277* 2026-10-15 : EVERY FIELD A RELOAD CHANGES ON AN EXISTING       *
001278*              CUSTOMER (NAME, ADDRESS, LIMIT, CONSOLIDATION,    *
001279*              PARENT, NO-SUBSTITUTE) IS WRITTEN TO              *
001280*              API5.CUSTOMER_CHANGES WITH ITS OLD AND NEW VALUE, *
001281*              AND A NEW CUSTOMER GETS A 'NEW CUSTOMER' ROW, SO  *
001282*              A CHANGED ADDRESS CAN BE TRACED BACK TO THE LOAD. *
001285* 2026-10-15 : AN OPTIONAL EIGHTH FIELD CARRIES THE CUSTOMER'S   *
001288*              DOCUMENT LANGUAGE (LANG_CODE, 'FR' OR 'EN',       *
001291*              ANYTHING ELSE REJECTED). BLANK KEEPS THE LANGUAGE *
001294*              ON FILE, 'FR' FOR A NEW CUSTOMER; A CHANGE IS     *
001297*              LOGGED TO CUSTOMER_CHANGES.                       *
001297* 2026-10-15 : NEWCUSTS MAY CARRY A 9TH AND 10TH FIELD, THE      *
001297*              CUSTOMER'S EU VAT NUMBER AND COUNTRY CODE. THE    *
001297*              NUMBER MUST CARRY THE PREFIX OF AN EU COUNTRY     *
001297*              MATCHING THE COUNTRY ('EL' FOR GREECE) FOLLOWED   *
001297*              BY 8 TO 12 LETTERS OR DIGITS, OR THE LINE IS      *
001297*              REJECTED. BLANK KEEPS THE VALUE ON FILE ('FR' AND *
001297*              NO NUMBER FOR A NEW CUSTOMER); A CHANGE OF        *
001297*              COUNTRY WITHOUT A NEW NUMBER DROPS THE OLD ONE.   *
001297*              CHANGES ARE LOGGED TO CUSTOMER_CHANGES. RECORDS   *
001297*              WIDENED FOR THE NEW FIELDS.                       *
001297* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001297*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001297*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001297*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD NEWCUSTS.
003100 01 NEWCUSTS-RECORD    PIC X(150).
003200 FD REJCUST.
003300 01 REJCUST-RECORD     PIC X(190).
003400 FD EXCPLOG.
003500     COPY EXCPLOG.
003600
004100     EXEC SQL
004200         INCLUDE CUSTOMER
004300     END-EXEC.
004310     EXEC SQL
004320         INCLUDE CUSTCHG
004330     END-EXEC.
004400
004500 01 DELIMITER-VAR  PIC X VALUE ";".
004600 01 WS-DATA.
004920    05 WS-CUST-CONSOL-TEXT PIC X(1).
004930    05 WS-CUST-PARENT-TEXT PIC X(4).
004940    05 WS-CUST-NOSUB-TEXT PIC X(1).
004970    05 WS-CUST-LANG-TEXT PIC X(2).
004980    05 WS-CUST-VAT-TEXT  PIC X(14).
004990    05 WS-CUST-CTRY-TEXT PIC X(2).
005000 01 WS-FLAG-END PIC 9 VALUE ZERO.
005100    88 END-OF-FILE     VALUE 1.
005200
005400    88 LIGNE-VALIDE    VALUE 'O'.
005500    88 LIGNE-INVALIDE  VALUE 'N'.
005600 01 WS-REJECT-REASON   PIC X(30).
005700 01 WS-REJECT-OUT      PIC X(190).
005800 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
005900 01 WS-CNT-LOADED      PIC 9(5) VALUE ZERO.
006000 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
006100 01 WS-CNT-DUPLICATE   PIC 9(5) VALUE ZERO.
006110 01 WS-CNT-CHANGES     PIC 9(5) VALUE ZERO.
006120 01 WS-OLD-CUSTOMER.
006130    05 WS-OLD-NAME     PIC X(30).
006140    05 WS-OLD-ADDRESS  PIC X(40).
006150    05 WS-OLD-LIMIT    PIC S9(8)V99 COMP-3.
006160    05 WS-OLD-CONSOL   PIC X(1).
006170    05 WS-OLD-PARENT   PIC 9(4).
006180    05 WS-OLD-NO-SUB   PIC X(1).
006185    05 WS-OLD-LANG     PIC X(2).
006186    05 WS-OLD-COUNTRY  PIC X(2).
006187    05 WS-OLD-VAT-NO   PIC X(14).
006190 01 WS-ED-LIMIT        PIC -ZZZZZZZ9,99.
006191 01 WS-TODAY-RAW       PIC X(8).
006191 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
006192 01 WS-TIME-RAW        PIC X(8).
006192******************************************************
006192*** EU MEMBER STATES A VAT NUMBER MAY BE LOADED FOR ***
006192*** (ISO CODES - GREECE'S NUMBERS CARRY 'EL').      ***
006192******************************************************
006192 01 WS-EU-COUNTRIES.
006192    05 FILLER         PIC X(54) VALUE
006192       'ATBEBGCYCZDEDKEEESFIFRGRHRHUIEITLTLULVMTNLPLPTROSESISK'.
006192 01 WS-EU-TAB REDEFINES WS-EU-COUNTRIES.
006192    05 WS-EU-CODE     PIC X(2) OCCURS 27.
006192 01 WS-EU-IX          PIC 9(2).
006192 01 WS-EU-SW          PIC X VALUE 'N'.
006192    88 COUNTRY-IN-EU    VALUE 'O'.
006192    88 COUNTRY-NOT-EU   VALUE 'N'.
006192 01 WS-VAT-PREFIX     PIC X(2).
006192 01 WS-VAT-IX         PIC 9(2).
006192 01 WS-VAT-LEN        PIC 9(2).
006192 01 WS-VAT-SW         PIC X VALUE 'O'.
006192    88 VAT-FORMAT-OK    VALUE 'O'.
006192    88 VAT-FORMAT-BAD   VALUE 'N'.
006192 01 WS-VAT-END-SW     PIC X VALUE 'N'.
006192    88 VAT-END-SEEN     VALUE 'O'.
006192    88 VAT-END-NOT-SEEN VALUE 'N'.
006200 01 WS-LOG-PROGID      PIC X(8) VALUE 'PART9'.
006300 01 WS-LOG-MESSAGE     PIC X(47).
006400
008800     DISPLAY 'RECORDS LOADED   : ' WS-CNT-LOADED
008900     DISPLAY 'RECORDS REJECTED : ' WS-CNT-REJECTED
009000     DISPLAY 'DUPLICATE ERRORS : ' WS-CNT-DUPLICATE
009010     DISPLAY 'FIELDS CHANGED   : ' WS-CNT-CHANGES
009100     DISPLAY '===================================='
009200     .
009300 TRAITEMENT-FICHIER.
010660             WS-CUST-CONSOL-TEXT
010670             WS-CUST-PARENT-TEXT
010680             WS-CUST-NOSUB-TEXT
010690             WS-CUST-LANG-TEXT
010693             WS-CUST-VAT-TEXT
010696             WS-CUST-CTRY-TEXT
010700     END-UNSTRING
010710     INSPECT WS-CUST-LIMIT-TEXT CONVERTING '.' TO ','
010800     PERFORM VALIDATE-LIGNE
013298                      TO WS-REJECT-REASON
013299                    SET LIGNE-INVALIDE TO TRUE
013300                 END-IF
013300                 IF WS-CUST-LANG-TEXT NOT = SPACES
013300                    AND WS-CUST-LANG-TEXT NOT = 'FR'
013300                    AND WS-CUST-LANG-TEXT NOT = 'EN'
013300                    MOVE 'CODE LANGUE INVALIDE'
013300                      TO WS-REJECT-REASON
013300                    SET LIGNE-INVALIDE TO TRUE
013300                 END-IF
013300                 IF WS-CUST-CTRY-TEXT NOT = SPACES
013300                    AND (WS-CUST-CTRY-TEXT IS NOT ALPHABETIC-UPPER
013300                    OR WS-CUST-CTRY-TEXT(2:1) = SPACE)
013300                    MOVE 'CODE PAYS INVALIDE'
013300                      TO WS-REJECT-REASON
013300                    SET LIGNE-INVALIDE TO TRUE
013300                 END-IF
013300                 IF WS-CUST-VAT-TEXT NOT = SPACES
013300                    PERFORM VALIDATE-VAT-NO
013300                 END-IF
013300              END-IF
013400           END-IF
013500        END-IF
013600     END-IF
013700     .
013800
013801******************************************************
013802*** A VAT NUMBER NEEDS AN EU COUNTRY ON THE SAME     ***
013803*** LINE, THAT COUNTRY'S PREFIX AND 8 TO 12 LETTERS  ***
013804*** OR DIGITS AFTER IT WITH NO EMBEDDED SPACE.       ***
013805******************************************************
013806 VALIDATE-VAT-NO.
013807     IF WS-CUST-CTRY-TEXT = SPACES
013808        MOVE 'NO TVA SANS CODE PAYS' TO WS-REJECT-REASON
013809        SET LIGNE-INVALIDE TO TRUE
013810     ELSE
013811        PERFORM CHECK-EU-COUNTRY
013812        IF COUNTRY-NOT-EU
013813           MOVE 'NO TVA HORS UE' TO WS-REJECT-REASON
013814           SET LIGNE-INVALIDE TO TRUE
013815        ELSE
013816           PERFORM CHECK-VAT-FORMAT
013817           IF VAT-FORMAT-BAD
013818              MOVE 'FORMAT NO TVA INVALIDE' TO WS-REJECT-REASON
013819              SET LIGNE-INVALIDE TO TRUE
013820           END-IF
013821        END-IF
013822     END-IF
013823     .
013824
013825 CHECK-EU-COUNTRY.
013826     SET COUNTRY-NOT-EU TO TRUE
013827     PERFORM TEST-EU-CODE
013828        VARYING WS-EU-IX FROM 1 BY 1
013829        UNTIL WS-EU-IX > 27 OR COUNTRY-IN-EU
013830     .
013831
013832 TEST-EU-CODE.
013833     IF WS-EU-CODE(WS-EU-IX) = WS-CUST-CTRY-TEXT
013834        SET COUNTRY-IN-EU TO TRUE
013835     END-IF
013836     .
013837
013838 CHECK-VAT-FORMAT.
013839     SET VAT-FORMAT-OK TO TRUE
013840     SET VAT-END-NOT-SEEN TO TRUE
013841     MOVE ZERO TO WS-VAT-LEN
013842     IF WS-CUST-CTRY-TEXT = 'GR'
013843        MOVE 'EL' TO WS-VAT-PREFIX
013844     ELSE
013845        MOVE WS-CUST-CTRY-TEXT TO WS-VAT-PREFIX
013846     END-IF
013847     IF WS-CUST-VAT-TEXT(1:2) NOT = WS-VAT-PREFIX
013848        SET VAT-FORMAT-BAD TO TRUE
013849     ELSE
013850        PERFORM SCAN-VAT-CHAR
013851           VARYING WS-VAT-IX FROM 3 BY 1
013852           UNTIL WS-VAT-IX > 14
013853        IF WS-VAT-LEN < 8 OR WS-VAT-LEN > 12
013854           SET VAT-FORMAT-BAD TO TRUE
013855        END-IF
013856     END-IF
013857     .
013858
013859 SCAN-VAT-CHAR.
013860     IF WS-CUST-VAT-TEXT(WS-VAT-IX:1) = SPACE
013861        SET VAT-END-SEEN TO TRUE
013862     ELSE
013863        IF VAT-END-SEEN
013864           OR (WS-CUST-VAT-TEXT(WS-VAT-IX:1) IS NOT NUMERIC
013865           AND WS-CUST-VAT-TEXT(WS-VAT-IX:1)
013866               IS NOT ALPHABETIC-UPPER)
013867           SET VAT-FORMAT-BAD TO TRUE
013868        END-IF
013869        ADD 1 TO WS-VAT-LEN
013870     END-IF
013871     .
013872
013900 WRITE-REJECT.
014000     STRING NEWCUSTS-RECORD DELIMITED BY SIZE
014100            ' - ' DELIMITED BY SIZE
016200     ELSE
016201        MOVE 'N' TO CUS-NO-SUB
016202     END-IF
016203     PERFORM GET-OLD-CUSTOMER
016203     IF WS-CUST-LANG-TEXT = SPACES
016203        MOVE WS-OLD-LANG TO CUS-LANG
016203     ELSE
016203        MOVE WS-CUST-LANG-TEXT TO CUS-LANG
016203     END-IF
016203     IF WS-CUST-CTRY-TEXT = SPACES
016203        MOVE WS-OLD-COUNTRY TO CUS-COUNTRY
016203     ELSE
016203        MOVE WS-CUST-CTRY-TEXT TO CUS-COUNTRY
016203     END-IF
016203     IF WS-CUST-VAT-TEXT NOT = SPACES
016203        MOVE WS-CUST-VAT-TEXT TO CUS-VAT-NO
016203     ELSE
016203        IF CUS-COUNTRY = WS-OLD-COUNTRY
016203           MOVE WS-OLD-VAT-NO TO CUS-VAT-NO
016203        ELSE
016203           MOVE SPACES TO CUS-VAT-NO
016203        END-IF
016203     END-IF
016200     EXEC SQL
016300        UPDATE API5.CUSTOMERS
016400        SET NAME    = :CUS-NAME,
016550            CREDIT_LIMIT = :CUS-CREDIT-LIMIT,
016560            CONSOL_FLAG  = :CUS-CONSOL,
016570            PARENT_C_NO  = :CUS-PARENT,
016580            NO_SUB       = :CUS-NO-SUB,
016590            LANG_CODE    = :CUS-LANG,
016593            COUNTRY      = :CUS-COUNTRY,
016596            VAT_NO       = :CUS-VAT-NO
016600        WHERE C_NO = :CUS-NO
016700     END-EXEC
016800     PERFORM EVAL-UPDATE
017300     EXEC SQL
017400        INSERT INTO API5.CUSTOMERS
017500        (C_NO, NAME, ADDRESS, BALANCE, CREDIT_LIMIT,
017510         CONSOL_FLAG, PARENT_C_NO, NO_SUB, LANG_CODE,
017555         COUNTRY, VAT_NO)
017600        VALUES (:CUS-NO,
017700                :CUS-NAME,
017800                :CUS-ADDRESS,
017950                :CUS-CREDIT-LIMIT,
017960                :CUS-CONSOL,
017970                :CUS-PARENT,
017980                :CUS-NO-SUB,
017990                :CUS-LANG,
017993                :CUS-COUNTRY,
017996                :CUS-VAT-NO)
018000     END-EXEC
018100     PERFORM EVAL-INSERT
018200     .
018201
018201******************************************************
018202*** THE MASTER AS IT STANDS BEFORE THE RELOAD, FOR  ***
018203*** THE CHANGE LOG. AN UNKNOWN CUSTOMER IS PICKED   ***
018204*** UP BY THE +100 ON THE UPDATE.                   ***
018205******************************************************
018206 GET-OLD-CUSTOMER.
018206     MOVE 'FR' TO WS-OLD-LANG
018206     MOVE 'FR'   TO WS-OLD-COUNTRY
018206     MOVE SPACES TO WS-OLD-VAT-NO
018207     EXEC SQL
018208        SELECT NAME, ADDRESS, COALESCE(CREDIT_LIMIT, 0),
018209               COALESCE(CONSOL_FLAG, 'N'),
018209               COALESCE(PARENT_C_NO, 0),
018210               COALESCE(NO_SUB, 'N'),
018210               COALESCE(LANG_CODE, 'FR'),
018210               COALESCE(COUNTRY, 'FR'),
018210               COALESCE(VAT_NO, ' ')
018211             INTO :WS-OLD-NAME, :WS-OLD-ADDRESS, :WS-OLD-LIMIT,
018212                  :WS-OLD-CONSOL, :WS-OLD-PARENT, :WS-OLD-NO-SUB,
018212                  :WS-OLD-LANG, :WS-OLD-COUNTRY,
018212                  :WS-OLD-VAT-NO
018213        FROM API5.CUSTOMERS
018214        WHERE C_NO = :CUS-NO
018215     END-EXEC
018216     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
018217        PERFORM EVAL-SQLCODE
018217     END-IF
018218     .
018219
018220******************************************************
018221*** ONE CUSTOMER_CHANGES ROW PER FIELD THE RELOAD   ***
018222*** ACTUALLY CHANGED.                               ***
018223******************************************************
018224 LOG-CUSTOMER-CHANGES.
018225     IF CUS-NAME NOT = WS-OLD-NAME
018225        MOVE 'NAME'      TO CHG-FIELD
018226        MOVE WS-OLD-NAME TO CHG-OLD-VALUE
018227        MOVE CUS-NAME    TO CHG-NEW-VALUE
018228        PERFORM INSERT-CHANGE-ROW
018229     END-IF
018230     IF CUS-ADDRESS NOT = WS-OLD-ADDRESS
018231        MOVE 'ADDRESS'      TO CHG-FIELD
018232        MOVE WS-OLD-ADDRESS TO CHG-OLD-VALUE
018233        MOVE CUS-ADDRESS    TO CHG-NEW-VALUE
018233        PERFORM INSERT-CHANGE-ROW
018234     END-IF
018235     IF CUS-CREDIT-LIMIT NOT = WS-OLD-LIMIT
018236        MOVE 'CREDIT_LIMIT'   TO CHG-FIELD
018237        MOVE WS-OLD-LIMIT     TO WS-ED-LIMIT
018238        MOVE WS-ED-LIMIT      TO CHG-OLD-VALUE
018239        MOVE CUS-CREDIT-LIMIT TO WS-ED-LIMIT
018240        MOVE WS-ED-LIMIT      TO CHG-NEW-VALUE
018241        PERFORM INSERT-CHANGE-ROW
018241     END-IF
018242     IF CUS-CONSOL NOT = WS-OLD-CONSOL
018243        MOVE 'CONSOL_FLAG' TO CHG-FIELD
018244        MOVE WS-OLD-CONSOL TO CHG-OLD-VALUE
018245        MOVE CUS-CONSOL    TO CHG-NEW-VALUE
018246        PERFORM INSERT-CHANGE-ROW
018247     END-IF
018248     IF CUS-PARENT NOT = WS-OLD-PARENT
018249        MOVE 'PARENT_C_NO' TO CHG-FIELD
018250        MOVE WS-OLD-PARENT TO CHG-OLD-VALUE
018250        MOVE CUS-PARENT    TO CHG-NEW-VALUE
018251        PERFORM INSERT-CHANGE-ROW
018252     END-IF
018253     IF CUS-NO-SUB NOT = WS-OLD-NO-SUB
018254        MOVE 'NO_SUB'      TO CHG-FIELD
018255        MOVE WS-OLD-NO-SUB TO CHG-OLD-VALUE
018256        MOVE CUS-NO-SUB    TO CHG-NEW-VALUE
018257        PERFORM INSERT-CHANGE-ROW
018258     END-IF
018258     IF CUS-LANG NOT = WS-OLD-LANG
018258        MOVE 'LANG_CODE'   TO CHG-FIELD
018258        MOVE WS-OLD-LANG   TO CHG-OLD-VALUE
018258        MOVE CUS-LANG      TO CHG-NEW-VALUE
018258        PERFORM INSERT-CHANGE-ROW
018258     END-IF
018258     IF CUS-COUNTRY NOT = WS-OLD-COUNTRY
018258        MOVE 'COUNTRY'      TO CHG-FIELD
018258        MOVE WS-OLD-COUNTRY TO CHG-OLD-VALUE
018258        MOVE CUS-COUNTRY    TO CHG-NEW-VALUE
018258        PERFORM INSERT-CHANGE-ROW
018258     END-IF
018258     IF CUS-VAT-NO NOT = WS-OLD-VAT-NO
018258        MOVE 'VAT_NO'       TO CHG-FIELD
018258        MOVE WS-OLD-VAT-NO  TO CHG-OLD-VALUE
018258        MOVE CUS-VAT-NO     TO CHG-NEW-VALUE
018258        PERFORM INSERT-CHANGE-ROW
018258     END-IF
018258     .
018259
018260 LOG-NEW-CUSTOMER.
018261     MOVE 'NEW CUSTOMER' TO CHG-FIELD
018262     MOVE SPACES         TO CHG-OLD-VALUE
018263     MOVE CUS-NAME       TO CHG-NEW-VALUE
018264     PERFORM INSERT-CHANGE-ROW
018265     .
018266
018266 INSERT-CHANGE-ROW.
018267     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
018267     CALL RUNDATE USING WS-TODAY-RAW
018268     ACCEPT WS-TIME-RAW FROM TIME
018269     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
018270            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
018271            INTO CHG-DATE
018272     END-STRING
018273     MOVE WS-TIME-RAW   TO CHG-TIME
018274     MOVE CUS-NO        TO CHG-C-NO
018274     MOVE WS-LOG-PROGID TO CHG-PROGID
018275     EXEC SQL
018276        INSERT INTO API5.CUSTOMER_CHANGES
018277        (C_NO, CHG_DATE, CHG_TIME, FIELD_NAME, OLD_VALUE,
018278         NEW_VALUE, PROG_ID)
018279        VALUES (:CHG-C-NO,
018280                :CHG-DATE,
018281                :CHG-TIME,
018282                :CHG-FIELD,
018282                :CHG-OLD-VALUE,
018283                :CHG-NEW-VALUE,
018284                :CHG-PROGID)
018285     END-EXEC
018286     EVALUATE TRUE
018287     WHEN SQLCODE = ZERO
018288          ADD 1 TO WS-CNT-CHANGES
018289     WHEN SQLCODE > ZERO
018290          DISPLAY 'WARNING SQL : ' SQLCODE
018290          MOVE 'WARNING CHANGE LOG' TO WS-LOG-MESSAGE
018291          PERFORM LOG-EXCEPTION
018292     WHEN OTHER
018293          DISPLAY 'ABEND SQL : ' SQLCODE
018294          MOVE 'ABEND CHANGE LOG' TO WS-LOG-MESSAGE
018295          PERFORM LOG-EXCEPTION
018296          PERFORM ABEND-PROG
018297     END-EVALUATE
018298     .
018300
018400 EVAL-UPDATE.
018500     EVALUATE TRUE
018600     WHEN SQLCODE = ZERO
018700          DISPLAY 'UPDATE OK : ' CUS-NO
018800          ADD 1 TO WS-CNT-LOADED
018810          PERFORM LOG-CUSTOMER-CHANGES
018900     WHEN SQLCODE = 100
019000          PERFORM INSERT-NEW-CUSTOMER
019100     WHEN SQLCODE > ZERO
020500     WHEN SQLCODE = ZERO
020600          DISPLAY 'INSERT OK : ' CUS-NO
020700          ADD 1 TO WS-CNT-LOADED
020710          PERFORM LOG-NEW-CUSTOMER
020800     WHEN SQLCODE = -803
020900          DISPLAY 'ERREUR INSERT DOUBLON : ' CUS-NO
021000          MOVE 'ERREUR INSERT DOUBLON' TO WS-LOG-MESSAGE
