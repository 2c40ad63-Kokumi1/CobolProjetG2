001300*              LONGER MATCHES THE OLD PRICE ON THE LINE ARE      *
001400*              REJECTED TO REJAPR - THE CATALOG MOVED SINCE THE  *
001500*              REVIEW.                                           *
001514* 2026-10-15 : A RUN NOW NEEDS AN OPERATOR ID AND A DIFFERENT    *
001528*              APPROVER ID (OPERATOR/APPROVER ENVIRONMENT        *
001542*              VARIABLES) WHOM API5.OPERATOR_AUTHORITY ALLOWS TO *
001556*              APPROVE PRICEAPP, CHECKED BY OPERCHK; WITHOUT     *
001570*              THEM NO PRICE IS APPLIED (RC 8). BOTH IDS GO ON   *
001584*              EVERY PRICE_HISTORY ROW.                          *
001586* 2026-10-15 : APPRPRC LINES MAY CARRY A 4TH FIELD, THE DATE THE *
001588*              PRICE TAKES EFFECT, AS PART1 NOW WRITES FOR A     *
001590*              HELD FUTURE PRICE. A PRICE DATED AFTER TODAY IS   *
001592*              CHECKED AGAINST THE CATALOG AS BEFORE BUT PARKED  *
001594*              ON API5.PRICE_PENDING WITH THE OPERATOR AND       *
001596*              APPROVER INSTEAD OF APPLIED; PART118 ACTIVATES IT *
001598*              ON ITS DATE. AN INVALID DATE REJECTS THE LINE.    *
001598* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001598*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001598*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001598*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
004000     EXEC SQL
004100        INCLUDE PRICEHIST
004200     END-EXEC.
004225     EXEC SQL
004250        INCLUDE PRICEPND
004275     END-EXEC.
004300
004400 01 DELIMITER-VAR  PIC X VALUE ";".
004500 01 WS-DATA.
004600    05 WS-PROD-NO       PIC X(3).
004700    05 WS-NEW-TEXT      PIC X(8).
004800    05 WS-OLD-TEXT      PIC X(8).
004850    05 WS-EFF-TEXT      PIC X(10).
004900 01 WS-FLAG-END PIC 9 VALUE ZERO.
005000    88 END-OF-FILE     VALUE 1.
005100
005700 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
005800 01 WS-CNT-APPLIED     PIC 9(5) VALUE ZERO.
005900 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
005914 01 WS-CNT-DEFERRED    PIC 9(5) VALUE ZERO.
005928 01 WS-EFF-RAW         PIC X(08).
005942 01 WS-EFF-NUM REDEFINES WS-EFF-RAW PIC 9(08).
005956 01 WS-EFF-VALID       PIC X VALUE 'O'.
005970    88 EFF-DATE-OK        VALUE 'O'.
005984    88 EFF-DATE-BAD       VALUE 'N'.
006000 01 WS-LOAD-DATE       PIC X(10).
006100 01 WS-LOAD-DATE-RAW   PIC X(08).
006106 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
006112 01 OPERCHK           PIC X(8) VALUE 'OPERCHK'.
006124 01 WS-OPER-ACTION    PIC X(8) VALUE 'PRICEAPP'.
006136 01 WS-OPER-NEED-APPR PIC X(1) VALUE 'Y'.
006148 01 WS-OPERATOR       PIC X(8) VALUE SPACES.
006160 01 WS-APPROVER       PIC X(8) VALUE SPACES.
006172 01 WS-OPER-STATUS    PIC X(1).
006184 01 WS-OPER-MESSAGE   PIC X(40).
006200
006300 PROCEDURE DIVISION.
006312     PERFORM CHECK-OPERATOR-AUTHORITY
006324     IF WS-OPER-STATUS NOT = 'O'
006336        DISPLAY 'PART30 : ' WS-OPER-MESSAGE
006348        MOVE 8 TO RETURN-CODE
006360        GOBACK
006372     END-IF
006384
006400     ACCEPT WS-LOAD-DATE-RAW FROM DATE YYYYMMDD
006450     CALL RUNDATE USING WS-LOAD-DATE-RAW
006500     STRING WS-LOAD-DATE-RAW(1:4) '-' WS-LOAD-DATE-RAW(5:2) '-'
006600            WS-LOAD-DATE-RAW(7:2) DELIMITED BY SIZE
006700            INTO WS-LOAD-DATE
007800     DISPLAY 'PART30 PRICE APPROVAL SUMMARY'
007900     DISPLAY 'LINES READ     : ' WS-CNT-READ
008000     DISPLAY 'PRICES APPLIED : ' WS-CNT-APPLIED
008050     DISPLAY 'PRICES DEFERRED: ' WS-CNT-DEFERRED
008100     DISPLAY 'LINES REJECTED : ' WS-CNT-REJECTED
008200     DISPLAY '===================================='
008300     GOBACK.
008400
008407 CHECK-OPERATOR-AUTHORITY.
008414     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
008421     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
008428     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
008435                        WS-OPER-NEED-APPR WS-OPER-STATUS
008442                        WS-OPER-MESSAGE
008449     IF WS-OPER-STATUS = 'O'
008456        DISPLAY 'OPERATOR : ' WS-OPERATOR
008463                '  APPROVER : ' WS-APPROVER
008470     END-IF
008477     .
008484
008500 TRAITEMENT-FICHIER.
008600     READ APPRPRC AT END
008700        SET END-OF-FILE TO TRUE
009200
009300 TRAITEMENT-LIGNE.
009400     ADD 1 TO WS-CNT-READ
009450     MOVE SPACES TO WS-EFF-TEXT
009500     UNSTRING APPRPRC-RECORD
009600        DELIMITED BY DELIMITER-VAR
009700        INTO WS-PROD-NO
009800             WS-NEW-TEXT
009900             WS-OLD-TEXT
009950             WS-EFF-TEXT
010000     END-UNSTRING
010100     INSPECT WS-NEW-TEXT CONVERTING '.' TO ','
010200     INSPECT WS-OLD-TEXT CONVERTING '.' TO ','
010250     PERFORM CHECK-EFFECTIVE-DATE
010300     EVALUATE TRUE
010400        WHEN WS-PROD-NO = SPACES
010500             MOVE 'PRODUIT MANQUANT' TO WS-REJECT-REASON
011100             MOVE 'ANCIEN PRIX NON NUMERIQUE'
011200               TO WS-REJECT-REASON
011300             PERFORM WRITE-REJECT
011325        WHEN EFF-DATE-BAD
011350             MOVE 'DATE EFFET INVALIDE' TO WS-REJECT-REASON
011375             PERFORM WRITE-REJECT
011400        WHEN OTHER
011500             PERFORM APPLY-ONE-PRICE
011600     END-EVALUATE
014000                  TO WS-REJECT-REASON
014100                PERFORM WRITE-REJECT
014200             ELSE
014228                IF WS-EFF-TEXT NOT = SPACES
014256                   AND WS-EFF-TEXT > WS-LOAD-DATE
014284                   PERFORM STORE-FUTURE-PRICE
014312                ELSE
014340                   PERFORM UPDATE-PRODUCT-PRICE
014368                END-IF
014400             END-IF
014500        WHEN OTHER
014600             DISPLAY 'ANOMALIE GRAVE SELECT PRICE : ' SQLCODE
014700             PERFORM ABEND-PROG
014800     END-EVALUATE
014900     .
014901
014902******************************************************
014903*** THE OPTIONAL 4TH FIELD IS THE DATE THE PRICE   ***
014904*** TAKES EFFECT (YYYY-MM-DD). EMPTY, OR TODAY OR  ***
014905*** EARLIER, MEANS APPLY NOW.                      ***
014906******************************************************
014907 CHECK-EFFECTIVE-DATE.
014908     SET EFF-DATE-OK TO TRUE
014909     IF WS-EFF-TEXT NOT = SPACES
014910        MOVE SPACES TO WS-EFF-RAW
014911        STRING WS-EFF-TEXT(1:4) WS-EFF-TEXT(6:2) WS-EFF-TEXT(9:2)
014912               DELIMITED BY SIZE INTO WS-EFF-RAW
014913        END-STRING
014914        IF WS-EFF-TEXT(5:1) NOT = '-'
014915           OR WS-EFF-TEXT(8:1) NOT = '-'
014916           OR WS-EFF-RAW IS NOT NUMERIC
014917           SET EFF-DATE-BAD TO TRUE
014918        ELSE
014919           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-NUM) NOT = ZERO
014920              SET EFF-DATE-BAD TO TRUE
014921           END-IF
014922        END-IF
014923     END-IF
014924     .
014925
014926******************************************************
014927*** A REVIEWED PRICE DATED AFTER TODAY IS NOT      ***
014928*** APPLIED - IT IS PARKED ON API5.PRICE_PENDING   ***
014929*** (SOURCE R, WITH THE OPERATOR AND APPROVER) FOR ***
014930*** PART118 TO ACTIVATE ON ITS DATE.               ***
014931******************************************************
014932 STORE-FUTURE-PRICE.
014933     MOVE WS-PROD-NO   TO PPND-P-NO
014934     MOVE WS-NEW-PRICE TO PPND-NEW-PRICE
014935     MOVE WS-EFF-TEXT  TO PPND-EFF-DATE
014936     MOVE WS-LOAD-DATE TO PPND-LOAD-DATE
014937     MOVE 'R'          TO PPND-SOURCE
014938     MOVE 'P'          TO PPND-STATUS
014939     MOVE SPACES       TO PPND-ACT-DATE
014940     MOVE WS-OPERATOR  TO PPND-OPERATOR
014941     MOVE WS-APPROVER  TO PPND-APPROVER
014942     EXEC SQL
014943        UPDATE API5.PRICE_PENDING
014944        SET NEW_PRICE = :PPND-NEW-PRICE,
014945            LOAD_DATE = :PPND-LOAD-DATE,
014946            SOURCE    = :PPND-SOURCE,
014947            OPERATOR  = :PPND-OPERATOR,
014948            APPROVER  = :PPND-APPROVER
014949        WHERE P_NO     = :PPND-P-NO
014950          AND EFF_DATE = :PPND-EFF-DATE
014951          AND STATUS   = 'P'
014952     END-EXEC
014953     IF SQLCODE = +100
014954        EXEC SQL
014955           INSERT INTO API5.PRICE_PENDING
014956           (P_NO, NEW_PRICE, EFF_DATE, LOAD_DATE, SOURCE,
014957            STATUS, ACT_DATE, OPERATOR, APPROVER)
014958           VALUES(:PPND-P-NO,
014959                  :PPND-NEW-PRICE,
014960                  :PPND-EFF-DATE,
014961                  :PPND-LOAD-DATE,
014962                  :PPND-SOURCE,
014963                  :PPND-STATUS,
014964                  :PPND-ACT-DATE,
014965                  :PPND-OPERATOR,
014966                  :PPND-APPROVER)
014967        END-EXEC
014968     END-IF
014969     EVALUATE TRUE
014970        WHEN SQLCODE = ZERO
014971             ADD 1 TO WS-CNT-DEFERRED
014972             DISPLAY 'PRIX DIFFERE : ' WS-PROD-NO ' AU '
014973                     WS-EFF-TEXT
014974        WHEN SQLCODE > ZERO
014975             DISPLAY 'WARNING PRICE PEND : ' SQLCODE
014976        WHEN OTHER
014977             DISPLAY 'ANOMALIE GRAVE PRICE PEND ' SQLCODE
014978             PERFORM ABEND-PROG
014979     END-EVALUATE
014980     .
015000
015100 UPDATE-PRODUCT-PRICE.
015200     EXEC SQL
017100     MOVE WS-OLD-PRICE TO PRHIST-OLD-PRICE
017200     MOVE WS-NEW-PRICE TO PRHIST-NEW-PRICE
017300     MOVE WS-LOAD-DATE TO PRHIST-LOAD-DATE
017333     MOVE WS-OPERATOR  TO PRHIST-OPERATOR
017366     MOVE WS-APPROVER  TO PRHIST-APPROVER
017400     EXEC SQL
017500         INSERT INTO API5.PRICE_HISTORY
017600         (P_NO, OLD_PRICE, NEW_PRICE, LOAD_DATE,
017650          OPERATOR, APPROVER)
017700         VALUES(:PRHIST-P-NO,
017800                :PRHIST-OLD-PRICE,
017900                :PRHIST-NEW-PRICE,
018000                :PRHIST-LOAD-DATE,
018033                :PRHIST-OPERATOR,
018066                :PRHIST-APPROVER)
018100     END-EXEC
018200     EVALUATE TRUE
018300        WHEN SQLCODE = ZERO
