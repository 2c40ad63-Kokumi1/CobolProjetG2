000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART105.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - LOADS THE BIN LOCATION MASTER   *
000600*              FROM A DELIMITED BINFILE FEED, THE SAME WAY       *
000700*              PART97 LOADS PUNITS. A 'B' LINE                   *
000800*              (B;DEPOT;BIN;AISLE;BAY; LEVEL) ADDS OR REPLACES A *
000900*              BIN ON API5.BIN_LOCATIONS; A 'P' LINE             *
001000*              (P;DEPOT;P_NO;BIN) MAKES THE BIN THE PRODUCT'S    *
001100*              PRIMARY BIN IN THAT DEPOT ON API5.PRODUCT_BINS -  *
001200*              THE BIN MUST ALREADY EXIST THERE - AND AN EMPTY   *
001300*              BIN REMOVES THE ASSIGNMENT. BAD LINES GO TO       *
001400*              REJBIN WITH A REASON.                             *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SPECIAL-NAMES.
001900     DECIMAL-POINT IS COMMA.
002000
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT BINFILE ASSIGN TO BINFILE
002400      ORGANIZATION IS SEQUENTIAL.
002500     SELECT REJBIN ASSIGN TO REJBIN
002600      ORGANIZATION IS SEQUENTIAL.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD BINFILE.
003100 01 BINFILE-RECORD     PIC X(40).
003200 FD REJBIN.
003300 01 REJBIN-RECORD      PIC X(80).
003400
003500 WORKING-STORAGE SECTION.
003600     EXEC SQL
003700        INCLUDE SQLCA
003800     END-EXEC.
003900     EXEC SQL
004000        INCLUDE PRODUCTS
004100     END-EXEC.
004200     EXEC SQL
004300        INCLUDE BINLOC
004400     END-EXEC.
004500
004600 01 DELIMITER-VAR  PIC X VALUE ";".
004700 01 WS-REC-TYPE        PIC X(1).
004800    88 REC-BIN           VALUE 'B'.
004900    88 REC-PRODUCT-BIN   VALUE 'P'.
005000 01 WS-BIN-DATA.
005100    05 WS-DEPOT-TEXT    PIC X(2).
005200    05 WS-BIN-TEXT      PIC X(8).
005300    05 WS-AISLE-TEXT    PIC X(2).
005400    05 WS-BAY-TEXT      PIC X(3).
005500    05 WS-LEVEL-TEXT    PIC X(2).
005600 01 WS-PBIN-DATA.
005700    05 WS-PDEPOT-TEXT   PIC X(2).
005800    05 WS-P-NO-TEXT     PIC X(3).
005900    05 WS-PBIN-TEXT     PIC X(8).
006000 01 WS-FLAG-END PIC 9 VALUE ZERO.
006100    88 END-OF-FILE     VALUE 1.
006200
006300 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
006400    88 LIGNE-VALIDE    VALUE 'O'.
006500    88 LIGNE-INVALIDE  VALUE 'N'.
006600 01 WS-REJECT-REASON   PIC X(30).
006700 01 WS-REJECT-OUT      PIC X(80).
006800 01 WS-BIN-COUNT       PIC S9(9) COMP.
006900 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
007000 01 WS-CNT-BIN-ADDED   PIC 9(5) VALUE ZERO.
007100 01 WS-CNT-BIN-UPDATED PIC 9(5) VALUE ZERO.
007200 01 WS-CNT-ASSIGNED    PIC 9(5) VALUE ZERO.
007300 01 WS-CNT-UNASSIGNED  PIC 9(5) VALUE ZERO.
007400 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
007500
007600 PROCEDURE DIVISION.
007700     OPEN INPUT BINFILE
007800     OPEN OUTPUT REJBIN
007900
008000     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
008100     PERFORM COMMIT-SQL
008200
008300     CLOSE BINFILE
008400     CLOSE REJBIN
008500
008600     DISPLAY '===================================='
008700     DISPLAY 'PART105 BIN LOCATION LOAD SUMMARY'
008800     DISPLAY 'LINES READ           : ' WS-CNT-READ
008900     DISPLAY 'BINS ADDED           : ' WS-CNT-BIN-ADDED
009000     DISPLAY 'BINS UPDATED         : ' WS-CNT-BIN-UPDATED
009100     DISPLAY 'PRIMARY BINS SET     : ' WS-CNT-ASSIGNED
009200     DISPLAY 'PRIMARY BINS REMOVED : ' WS-CNT-UNASSIGNED
009300     DISPLAY 'LINES REJECTED       : ' WS-CNT-REJECTED
009400     DISPLAY '===================================='
009500     GOBACK.
009600
009700 TRAITEMENT-FICHIER.
009800     READ BINFILE AT END
009900        SET END-OF-FILE TO TRUE
010000     NOT AT END
010100        PERFORM TRAITEMENT-LIGNE
010200     END-READ
010300     .
010400
010500 TRAITEMENT-LIGNE.
010600     ADD 1 TO WS-CNT-READ
010700     SET LIGNE-VALIDE TO TRUE
010800     MOVE BINFILE-RECORD(1:1) TO WS-REC-TYPE
010900     EVALUATE TRUE
011000        WHEN BINFILE-RECORD(2:1) NOT = DELIMITER-VAR
011100             MOVE 'TYPE DE LIGNE INVALIDE' TO WS-REJECT-REASON
011200             SET LIGNE-INVALIDE TO TRUE
011300        WHEN REC-BIN
011400             PERFORM LOAD-ONE-BIN
011500        WHEN REC-PRODUCT-BIN
011600             PERFORM LOAD-ONE-PRODUCT-BIN
011700        WHEN OTHER
011800             MOVE 'TYPE DE LIGNE INVALIDE' TO WS-REJECT-REASON
011900             SET LIGNE-INVALIDE TO TRUE
012000     END-EVALUATE
012100     IF LIGNE-INVALIDE
012200        PERFORM WRITE-REJECT
012300     END-IF
012400     .
012500
012600******************************************************
012700*** B;DEPOT;BIN;AISLE;BAY;LEVEL - ADD OR REPLACE A  ***
012800*** BIN IN THE DEPOT'S MASTER.                      ***
012900******************************************************
013000 LOAD-ONE-BIN.
013100     MOVE SPACES TO WS-BIN-DATA
013200     UNSTRING BINFILE-RECORD(3:38)
013300        DELIMITED BY DELIMITER-VAR
013400        INTO WS-DEPOT-TEXT
013500             WS-BIN-TEXT
013600             WS-AISLE-TEXT
013700             WS-BAY-TEXT
013800             WS-LEVEL-TEXT
013900     END-UNSTRING
014000     EVALUATE TRUE
014100        WHEN WS-DEPOT-TEXT = SPACES
014200             MOVE 'DEPOT MANQUANT' TO WS-REJECT-REASON
014300             SET LIGNE-INVALIDE TO TRUE
014400        WHEN WS-BIN-TEXT = SPACES
014500             MOVE 'EMPLACEMENT MANQUANT' TO WS-REJECT-REASON
014600             SET LIGNE-INVALIDE TO TRUE
014700        WHEN WS-AISLE-TEXT = SPACES
014800             MOVE 'ALLEE MANQUANTE' TO WS-REJECT-REASON
014900             SET LIGNE-INVALIDE TO TRUE
015000        WHEN WS-BAY-TEXT = SPACES
015100          OR FUNCTION TEST-NUMVAL(WS-BAY-TEXT) NOT = ZERO
015200             MOVE 'TRAVEE INVALIDE' TO WS-REJECT-REASON
015300             SET LIGNE-INVALIDE TO TRUE
015400        WHEN WS-LEVEL-TEXT = SPACES
015500          OR FUNCTION TEST-NUMVAL(WS-LEVEL-TEXT) NOT = ZERO
015600             MOVE 'NIVEAU INVALIDE' TO WS-REJECT-REASON
015700             SET LIGNE-INVALIDE TO TRUE
015800        WHEN OTHER
015900             MOVE WS-DEPOT-TEXT TO BIN-W-CODE
016000             MOVE WS-BIN-TEXT   TO BIN-CODE
016100             MOVE WS-AISLE-TEXT TO BIN-AISLE
016200             COMPUTE BIN-BAY   = FUNCTION NUMVAL(WS-BAY-TEXT)
016300             COMPUTE BIN-LEVEL = FUNCTION NUMVAL(WS-LEVEL-TEXT)
016400             PERFORM UPSERT-BIN
016500     END-EVALUATE
016600     .
016700
016800 UPSERT-BIN.
016900     EXEC SQL
017000        UPDATE API5.BIN_LOCATIONS
017100        SET AISLE     = :BIN-AISLE,
017200            BAY       = :BIN-BAY,
017300            BIN_LEVEL = :BIN-LEVEL
017400        WHERE W_CODE   = :BIN-W-CODE
017500        AND   BIN_CODE = :BIN-CODE
017600     END-EXEC
017700     EVALUATE TRUE
017800        WHEN SQLCODE = ZERO
017900             ADD 1 TO WS-CNT-BIN-UPDATED
018000        WHEN SQLCODE = +100
018100             EXEC SQL
018200                INSERT INTO API5.BIN_LOCATIONS
018300                (W_CODE, BIN_CODE, AISLE, BAY, BIN_LEVEL)
018400                VALUES(:BIN-W-CODE,
018500                       :BIN-CODE,
018600                       :BIN-AISLE,
018700                       :BIN-BAY,
018800                       :BIN-LEVEL)
018900             END-EXEC
019000             IF SQLCODE = ZERO
019100                ADD 1 TO WS-CNT-BIN-ADDED
019200             ELSE
019300                DISPLAY 'ANOMALIE GRAVE INSERT BIN : ' SQLCODE
019400                PERFORM ABEND-PROG
019500             END-IF
019600        WHEN SQLCODE > ZERO
019700             DISPLAY 'WARNING UPDATE BIN : ' SQLCODE
019800        WHEN OTHER
019900             DISPLAY 'ANOMALIE GRAVE UPDATE BIN : ' SQLCODE
020000             PERFORM ABEND-PROG
020100     END-EVALUATE
020200     .
020300
020400******************************************************
020500*** P;DEPOT;P_NO;BIN - THE PRODUCT'S PRIMARY BIN IN ***
020600*** THE DEPOT. THE BIN MUST BE ON THE MASTER; AN    ***
020700*** EMPTY BIN DROPS THE ASSIGNMENT.                 ***
020800******************************************************
020900 LOAD-ONE-PRODUCT-BIN.
021000     MOVE SPACES TO WS-PBIN-DATA
021100     UNSTRING BINFILE-RECORD(3:38)
021200        DELIMITED BY DELIMITER-VAR
021300        INTO WS-PDEPOT-TEXT
021400             WS-P-NO-TEXT
021500             WS-PBIN-TEXT
021600     END-UNSTRING
021700     EVALUATE TRUE
021800        WHEN WS-PDEPOT-TEXT = SPACES
021900             MOVE 'DEPOT MANQUANT' TO WS-REJECT-REASON
022000             SET LIGNE-INVALIDE TO TRUE
022100        WHEN WS-P-NO-TEXT = SPACES
022200             MOVE 'NO PRODUIT INVALIDE' TO WS-REJECT-REASON
022300             SET LIGNE-INVALIDE TO TRUE
022400        WHEN OTHER
022500             MOVE WS-P-NO-TEXT TO PROD-ID
022600             PERFORM CHECK-PRODUCT
022700     END-EVALUATE
022800     IF LIGNE-VALIDE
022900        MOVE WS-PDEPOT-TEXT TO PBIN-W-CODE
023000        MOVE WS-P-NO-TEXT   TO PBIN-P-NO
023100        MOVE WS-PBIN-TEXT   TO PBIN-CODE
023200        IF WS-PBIN-TEXT = SPACES
023300           PERFORM DELETE-PRODUCT-BIN
023400        ELSE
023500           PERFORM CHECK-BIN
023600           IF LIGNE-VALIDE
023700              PERFORM UPSERT-PRODUCT-BIN
023800           END-IF
023900        END-IF
024000     END-IF
024100     .
024200
024300 CHECK-PRODUCT.
024400     EXEC SQL
024500        SELECT P_NO
024600        INTO :PROD-ID
024700        FROM API5.PRODUCTS
024800        WHERE P_NO = :PROD-ID
024900     END-EXEC
025000     EVALUATE TRUE
025100        WHEN SQLCODE = ZERO
025200             CONTINUE
025300        WHEN SQLCODE = +100
025400             MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
025500             SET LIGNE-INVALIDE TO TRUE
025600        WHEN OTHER
025700             DISPLAY 'ANOMALIE GRAVE PRODUCT : ' SQLCODE
025800             PERFORM ABEND-PROG
025900     END-EVALUATE
026000     .
026100
026200 CHECK-BIN.
026300     MOVE ZERO TO WS-BIN-COUNT
026400     EXEC SQL
026500        SELECT COUNT(*)
026600        INTO :WS-BIN-COUNT
026700        FROM API5.BIN_LOCATIONS
026800        WHERE W_CODE   = :PBIN-W-CODE
026900        AND   BIN_CODE = :PBIN-CODE
027000     END-EXEC
027100     IF SQLCODE NOT = ZERO
027200        DISPLAY 'ANOMALIE GRAVE SELECT BIN : ' SQLCODE
027300        PERFORM ABEND-PROG
027400     END-IF
027500     IF WS-BIN-COUNT = ZERO
027600        MOVE 'EMPLACEMENT INCONNU' TO WS-REJECT-REASON
027700        SET LIGNE-INVALIDE TO TRUE
027800     END-IF
027900     .
028000
028100 UPSERT-PRODUCT-BIN.
028200     EXEC SQL
028300        UPDATE API5.PRODUCT_BINS
028400        SET BIN_CODE = :PBIN-CODE
028500        WHERE W_CODE = :PBIN-W-CODE
028600        AND   P_NO   = :PBIN-P-NO
028700     END-EXEC
028800     EVALUATE TRUE
028900        WHEN SQLCODE = ZERO
029000             ADD 1 TO WS-CNT-ASSIGNED
029100        WHEN SQLCODE = +100
029200             EXEC SQL
029300                INSERT INTO API5.PRODUCT_BINS
029400                (W_CODE, P_NO, BIN_CODE)
029500                VALUES(:PBIN-W-CODE,
029600                       :PBIN-P-NO,
029700                       :PBIN-CODE)
029800             END-EXEC
029900             IF SQLCODE = ZERO
030000                ADD 1 TO WS-CNT-ASSIGNED
030100             ELSE
030200                DISPLAY 'ANOMALIE GRAVE INSERT PRODUCT BIN : '
030300                        SQLCODE
030400                PERFORM ABEND-PROG
030500             END-IF
030600        WHEN SQLCODE > ZERO
030700             DISPLAY 'WARNING UPDATE PRODUCT BIN : ' SQLCODE
030800        WHEN OTHER
030900             DISPLAY 'ANOMALIE GRAVE UPDATE PRODUCT BIN : '
031000                     SQLCODE
031100             PERFORM ABEND-PROG
031200     END-EVALUATE
031300     .
031400
031500 DELETE-PRODUCT-BIN.
031600     EXEC SQL
031700        DELETE FROM API5.PRODUCT_BINS
031800        WHERE W_CODE = :PBIN-W-CODE
031900        AND   P_NO   = :PBIN-P-NO
032000     END-EXEC
032100     EVALUATE TRUE
032200        WHEN SQLCODE = ZERO
032300             ADD 1 TO WS-CNT-UNASSIGNED
032400        WHEN SQLCODE = +100
032500             MOVE 'AUCUN EMPLACEMENT A RETIRER'
032600                  TO WS-REJECT-REASON
032700             SET LIGNE-INVALIDE TO TRUE
032800        WHEN OTHER
032900             DISPLAY 'ANOMALIE GRAVE DELETE PRODUCT BIN : '
033000                     SQLCODE
033100             PERFORM ABEND-PROG
033200     END-EVALUATE
033300     .
033400
033500 WRITE-REJECT.
033600     STRING BINFILE-RECORD DELIMITED BY SIZE
033700            ' - ' DELIMITED BY SIZE
033800            WS-REJECT-REASON DELIMITED BY SIZE
033900         INTO WS-REJECT-OUT
034000     END-STRING
034100     MOVE WS-REJECT-OUT TO REJBIN-RECORD
034200     WRITE REJBIN-RECORD
034300     DISPLAY 'EMPLACEMENT REJETE : ' WS-REJECT-REASON
034400     ADD 1 TO WS-CNT-REJECTED
034500     .
034600
034700 COMMIT-SQL.
034800     EXEC SQL COMMIT END-EXEC
034900     IF SQLCODE NOT = ZERO
035000        DISPLAY 'WARNING COMMIT : ' SQLCODE
035100     END-IF
035200     .
035300
035400 ABEND-PROG.
035500     EXEC SQL ROLLBACK END-EXEC
035600     DISPLAY 'PART105 ABENDING - SEE SQLCODE ABOVE'
035700     MOVE 16 TO RETURN-CODE
035800     STOP RUN.
