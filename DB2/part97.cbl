000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART97.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - LOADS PRODUCT PACK SIZES FROM A *
000600*              DELIMITED PUNITS FEED (P_NO;UNIT;FACTOR), THE     *
000700*              SAME WAY PART77 LOADS TERRFILE. FACTOR 1 NAMES    *
000800*              THE PRODUCT'S BASE UNIT (PRODUCTS.BASE_UNIT);     *
000900*              A FACTOR ABOVE 1 ADDS OR REPLACES AN ALTERNATE    *
001000*              PACK ON API5.PRODUCT_UNITS; FACTOR 0 REMOVES ONE. *
001100*              BAD LINES GO TO REJUNT WITH A REASON.             *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SPECIAL-NAMES.
001600     DECIMAL-POINT IS COMMA.
001700
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT PUNITS ASSIGN TO PUNITS
002100      ORGANIZATION IS SEQUENTIAL.
002200     SELECT REJUNT ASSIGN TO REJUNT
002300      ORGANIZATION IS SEQUENTIAL.
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD PUNITS.
002800 01 PUNITS-RECORD      PIC X(40).
002900 FD REJUNT.
003000 01 REJUNT-RECORD      PIC X(80).
003100
003200 WORKING-STORAGE SECTION.
003300     EXEC SQL
003400        INCLUDE SQLCA
003500     END-EXEC.
003600     EXEC SQL
003700        INCLUDE PRODUCTS
003800     END-EXEC.
003900     EXEC SQL
004000        INCLUDE PRODUNIT
004100     END-EXEC.
004200
004300 01 DELIMITER-VAR  PIC X VALUE ";".
004400 01 WS-DATA.
004500    05 WS-P-NO-TEXT     PIC X(3).
004600    05 WS-UNIT-TEXT     PIC X(2).
004700    05 WS-FACTOR-TEXT   PIC X(5).
004800 01 WS-FLAG-END PIC 9 VALUE ZERO.
004900    88 END-OF-FILE     VALUE 1.
005000
005100 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
005200    88 LIGNE-VALIDE    VALUE 'O'.
005300    88 LIGNE-INVALIDE  VALUE 'N'.
005400 01 WS-REJECT-REASON   PIC X(30).
005500 01 WS-REJECT-OUT      PIC X(80).
005600 01 WS-BASE-UNIT       PIC X(2).
005700 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
005800 01 WS-CNT-BASE        PIC 9(5) VALUE ZERO.
005900 01 WS-CNT-INSERTED    PIC 9(5) VALUE ZERO.
006000 01 WS-CNT-UPDATED     PIC 9(5) VALUE ZERO.
006100 01 WS-CNT-DELETED     PIC 9(5) VALUE ZERO.
006200 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
006300
006400 PROCEDURE DIVISION.
006500     OPEN INPUT PUNITS
006600     OPEN OUTPUT REJUNT
006700
006800     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
006900     PERFORM COMMIT-SQL
007000
007100     CLOSE PUNITS
007200     CLOSE REJUNT
007300
007400     DISPLAY '===================================='
007500     DISPLAY 'PART97 PACK SIZE LOAD SUMMARY'
007600     DISPLAY 'LINES READ           : ' WS-CNT-READ
007700     DISPLAY 'BASE UNITS SET       : ' WS-CNT-BASE
007800     DISPLAY 'PACK SIZES ADDED     : ' WS-CNT-INSERTED
007900     DISPLAY 'PACK SIZES UPDATED   : ' WS-CNT-UPDATED
008000     DISPLAY 'PACK SIZES REMOVED   : ' WS-CNT-DELETED
008100     DISPLAY 'LINES REJECTED       : ' WS-CNT-REJECTED
008200     DISPLAY '===================================='
008300     GOBACK.
008400
008500 TRAITEMENT-FICHIER.
008600     READ PUNITS AT END
008700        SET END-OF-FILE TO TRUE
008800     NOT AT END
008900        PERFORM TRAITEMENT-LIGNE
009000     END-READ
009100     .
009200
009300 TRAITEMENT-LIGNE.
009400     ADD 1 TO WS-CNT-READ
009500     MOVE SPACES TO WS-DATA
009600     UNSTRING PUNITS-RECORD
009700        DELIMITED BY DELIMITER-VAR
009800        INTO WS-P-NO-TEXT
009900             WS-UNIT-TEXT
010000             WS-FACTOR-TEXT
010100     END-UNSTRING
010200     PERFORM VALIDATE-LIGNE
010300     IF LIGNE-VALIDE
010400        PERFORM LOAD-ONE-UNIT
010500     ELSE
010600        PERFORM WRITE-REJECT
010700     END-IF
010800     .
010900
011000 VALIDATE-LIGNE.
011100     SET LIGNE-VALIDE TO TRUE
011200     EVALUATE TRUE
011300        WHEN WS-P-NO-TEXT = SPACES
011400             MOVE 'NO PRODUIT INVALIDE' TO WS-REJECT-REASON
011500             SET LIGNE-INVALIDE TO TRUE
011600        WHEN WS-UNIT-TEXT = SPACES
011700             MOVE 'UNITE INVALIDE' TO WS-REJECT-REASON
011800             SET LIGNE-INVALIDE TO TRUE
011900        WHEN WS-FACTOR-TEXT = SPACES
012000          OR FUNCTION TEST-NUMVAL(WS-FACTOR-TEXT) NOT = ZERO
012100             MOVE 'FACTEUR INVALIDE' TO WS-REJECT-REASON
012200             SET LIGNE-INVALIDE TO TRUE
012300        WHEN OTHER
012400             COMPUTE PUNIT-FACTOR =
012500                FUNCTION NUMVAL(WS-FACTOR-TEXT)
012600             END-COMPUTE
012700     END-EVALUATE
012800     .
012900
013000******************************************************
013100*** FACTOR 1 = THE BASE UNIT, FACTOR 0 = DROP THE   ***
013200*** PACK, ANYTHING ELSE = ADD OR REPLACE THE PACK.  ***
013300*** A PACK MAY NOT REUSE THE BASE UNIT'S CODE.      ***
013400******************************************************
013500 LOAD-ONE-UNIT.
013600     MOVE WS-P-NO-TEXT TO PROD-ID
013700     PERFORM CHECK-PRODUCT
013800     IF LIGNE-VALIDE
013900        MOVE PROD-ID      TO PUNIT-P-NO
014000        MOVE WS-UNIT-TEXT TO PUNIT-CODE
014100        EVALUATE TRUE
014200           WHEN PUNIT-FACTOR = 1
014300                PERFORM SET-BASE-UNIT
014400           WHEN PUNIT-CODE = WS-BASE-UNIT
014500                MOVE 'UNITE DE BASE DEJA' TO WS-REJECT-REASON
014600                SET LIGNE-INVALIDE TO TRUE
014700           WHEN PUNIT-FACTOR = ZERO
014800                PERFORM DELETE-PACK-SIZE
014900           WHEN OTHER
015000                PERFORM UPSERT-PACK-SIZE
015100        END-EVALUATE
015200     END-IF
015300     IF LIGNE-INVALIDE
015400        PERFORM WRITE-REJECT
015500     END-IF
015600     .
015700
015800 CHECK-PRODUCT.
015900     EXEC SQL
016000        SELECT COALESCE(BASE_UNIT, 'EA')
016100        INTO :WS-BASE-UNIT
016200        FROM API5.PRODUCTS
016300        WHERE P_NO = :PROD-ID
016400     END-EXEC
016500     EVALUATE TRUE
016600        WHEN SQLCODE = ZERO
016700             CONTINUE
016800        WHEN SQLCODE = +100
016900             MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
017000             SET LIGNE-INVALIDE TO TRUE
017100        WHEN OTHER
017200             DISPLAY 'ANOMALIE GRAVE PRODUCT : ' SQLCODE
017300             PERFORM ABEND-PROG
017400     END-EVALUATE
017500     .
017600
017700******************************************************
017800*** THE NEW BASE UNIT CANNOT ALSO BE A PACK OF THE  ***
017900*** SAME PRODUCT - ANY SUCH ROW IS DROPPED.         ***
018000******************************************************
018100 SET-BASE-UNIT.
018200     EXEC SQL
018300        UPDATE API5.PRODUCTS
018400        SET BASE_UNIT = :PUNIT-CODE
018500        WHERE P_NO = :PUNIT-P-NO
018600     END-EXEC
018700     IF SQLCODE NOT = ZERO
018800        DISPLAY 'ANOMALIE GRAVE UPDATE PRODUCT : ' SQLCODE
018900        PERFORM ABEND-PROG
019000     END-IF
019100     ADD 1 TO WS-CNT-BASE
019200     EXEC SQL
019300        DELETE FROM API5.PRODUCT_UNITS
019400        WHERE P_NO      = :PUNIT-P-NO
019500        AND   UNIT_CODE = :PUNIT-CODE
019600     END-EXEC
019700     IF SQLCODE < ZERO
019800        DISPLAY 'ANOMALIE GRAVE DELETE UNIT : ' SQLCODE
019900        PERFORM ABEND-PROG
020000     END-IF
020100     .
020200
020300 DELETE-PACK-SIZE.
020400     EXEC SQL
020500        DELETE FROM API5.PRODUCT_UNITS
020600        WHERE P_NO      = :PUNIT-P-NO
020700        AND   UNIT_CODE = :PUNIT-CODE
020800     END-EXEC
020900     EVALUATE TRUE
021000        WHEN SQLCODE = ZERO
021100             ADD 1 TO WS-CNT-DELETED
021200        WHEN SQLCODE = +100
021300             MOVE 'UNITE INCONNUE' TO WS-REJECT-REASON
021400             SET LIGNE-INVALIDE TO TRUE
021500        WHEN OTHER
021600             DISPLAY 'ANOMALIE GRAVE DELETE UNIT : ' SQLCODE
021700             PERFORM ABEND-PROG
021800     END-EVALUATE
021900     .
022000
022100 UPSERT-PACK-SIZE.
022200     EXEC SQL
022300        UPDATE API5.PRODUCT_UNITS
022400        SET FACTOR = :PUNIT-FACTOR
022500        WHERE P_NO      = :PUNIT-P-NO
022600        AND   UNIT_CODE = :PUNIT-CODE
022700     END-EXEC
022800     EVALUATE TRUE
022900        WHEN SQLCODE = ZERO
023000             ADD 1 TO WS-CNT-UPDATED
023100        WHEN SQLCODE = +100
023200             EXEC SQL
023300                INSERT INTO API5.PRODUCT_UNITS
023400                (P_NO, UNIT_CODE, FACTOR)
023500                VALUES(:PUNIT-P-NO,
023600                       :PUNIT-CODE,
023700                       :PUNIT-FACTOR)
023800             END-EXEC
023900             IF SQLCODE = ZERO
024000                ADD 1 TO WS-CNT-INSERTED
024100             ELSE
024200                DISPLAY 'ANOMALIE GRAVE INSERT UNIT : ' SQLCODE
024300                PERFORM ABEND-PROG
024400             END-IF
024500        WHEN SQLCODE > ZERO
024600             DISPLAY 'WARNING UPDATE UNIT : ' SQLCODE
024700        WHEN OTHER
024800             DISPLAY 'ANOMALIE GRAVE UPDATE UNIT : ' SQLCODE
024900             PERFORM ABEND-PROG
025000     END-EVALUATE
025100     .
025200
025300 WRITE-REJECT.
025400     STRING PUNITS-RECORD DELIMITED BY SIZE
025500            ' - ' DELIMITED BY SIZE
025600            WS-REJECT-REASON DELIMITED BY SIZE
025700         INTO WS-REJECT-OUT
025800     END-STRING
025900     MOVE WS-REJECT-OUT TO REJUNT-RECORD
026000     WRITE REJUNT-RECORD
026100     DISPLAY 'UNITE REJETEE : ' WS-REJECT-REASON
026200     ADD 1 TO WS-CNT-REJECTED
026300     .
026400
026500 COMMIT-SQL.
026600     EXEC SQL COMMIT END-EXEC
026700     IF SQLCODE NOT = ZERO
026800        DISPLAY 'WARNING COMMIT : ' SQLCODE
026900     END-IF
027000     .
027100
027200 ABEND-PROG.
027300     EXEC SQL ROLLBACK END-EXEC
027400     DISPLAY 'PART97 ABENDING - SEE SQLCODE ABOVE'
027500     MOVE 16 TO RETURN-CODE
027600     STOP RUN.
