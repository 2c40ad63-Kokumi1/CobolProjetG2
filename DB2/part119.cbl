000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PART119.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - LOADS THE PRODUCT HIERARCHY     *
000600*              (DEPARTMENT > CATEGORY > PRODUCT) FROM THE        *
000700*              DELIMITED CATMAST MASTER FILE. A 'D' LINE         *
000800*              (D;DEPT;NAME) UPSERTS API5.PRODUCT_DEPTS, A 'C'   *
000900*              LINE (C;CATEGORY;NAME;DEPT) UPSERTS               *
001000*              API5.PRODUCT_CATEGORIES UNDER A KNOWN DEPARTMENT, *
001100*              AND A 'P' LINE (P;P_NO;CATEGORY) ASSIGNS A KNOWN  *
001200*              PRODUCT TO A KNOWN CATEGORY ON PRODUCTS.CAT_CODE, *
001300*              THE SAME UPSERT WAY PART77 LOADS TERRFILE.        *
001400*              DEPARTMENTS COME BEFORE THEIR CATEGORIES AND      *
001500*              CATEGORIES BEFORE THEIR PRODUCTS IN THE FILE; BAD *
001600*              LINES GO TO REJCAT WITH A REASON. THE ACTIVE      *
001700*              PRODUCTS STILL WITHOUT A CATEGORY ARE COUNTED AT  *
001800*              THE END.                                          *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SPECIAL-NAMES.
002300     DECIMAL-POINT IS COMMA.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CATMAST ASSIGN TO CATMAST
002800      ORGANIZATION IS SEQUENTIAL.
002900     SELECT REJCAT ASSIGN TO REJCAT
003000      ORGANIZATION IS SEQUENTIAL.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD CATMAST.
003500 01 CATMAST-RECORD     PIC X(60).
003600 FD REJCAT.
003700 01 REJCAT-RECORD      PIC X(100).
003800
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL
004100        INCLUDE SQLCA
004200     END-EXEC.
004300     EXEC SQL
004400        INCLUDE CATEGORY
004500     END-EXEC.
004600     EXEC SQL
004700        INCLUDE PRODUCTS
004800     END-EXEC.
004900
005000 01 DELIMITER-VAR  PIC X VALUE ";".
005100 01 WS-DATA.
005200    05 WS-REC-TYPE      PIC X(1).
005300    05 WS-CODE-TEXT     PIC X(4).
005400    05 WS-NAME-TEXT     PIC X(30).
005500    05 WS-PARENT-TEXT   PIC X(4).
005600 01 WS-FLAG-END PIC 9 VALUE ZERO.
005700    88 END-OF-FILE     VALUE 1.
005800
005900 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
006000    88 LIGNE-VALIDE    VALUE 'O'.
006100    88 LIGNE-INVALIDE  VALUE 'N'.
006200 01 WS-REJECT-REASON   PIC X(30).
006300 01 WS-REJECT-OUT      PIC X(100).
006400 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
006500 01 WS-CNT-DEPTS       PIC 9(5) VALUE ZERO.
006600 01 WS-CNT-CATS        PIC 9(5) VALUE ZERO.
006700 01 WS-CNT-PRODS       PIC 9(5) VALUE ZERO.
006800 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
006900 01 WS-CNT-UNCLASSED   PIC 9(5) VALUE ZERO.
007000 77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
007100 77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART119'.
007200 77 WS-RLOG-EVENT      PIC X(1).
007300 77 WS-RLOG-READ       PIC 9(7) VALUE ZERO.
007400 77 WS-RLOG-LOADED     PIC 9(7) VALUE ZERO.
007500 77 WS-RLOG-REJECTED   PIC 9(7) VALUE ZERO.
007600 77 WS-RLOG-RETCODE    PIC 9(4) VALUE ZERO.
007700
007800 PROCEDURE DIVISION.
007900     MOVE 'S' TO WS-RLOG-EVENT
008000     PERFORM WRITE-RUN-LOG
008100     OPEN INPUT CATMAST
008200     OPEN OUTPUT REJCAT
008300
008400     PERFORM TRAITEMENT-FICHIER UNTIL END-OF-FILE
008500     PERFORM COUNT-UNCLASSIFIED
008600     PERFORM COMMIT-SQL
008700
008800     CLOSE CATMAST
008900     CLOSE REJCAT
009000
009100     DISPLAY '===================================='
009200     DISPLAY 'PART119 PRODUCT HIERARCHY LOAD SUMMARY'
009300     DISPLAY 'LINES READ           : ' WS-CNT-READ
009400     DISPLAY 'DEPARTMENTS LOADED   : ' WS-CNT-DEPTS
009500     DISPLAY 'CATEGORIES LOADED    : ' WS-CNT-CATS
009600     DISPLAY 'PRODUCTS ASSIGNED    : ' WS-CNT-PRODS
009700     DISPLAY 'LINES REJECTED       : ' WS-CNT-REJECTED
009800     DISPLAY 'PRODUCTS UNCLASSED   : ' WS-CNT-UNCLASSED
009900     DISPLAY '===================================='
010000     MOVE 'E' TO WS-RLOG-EVENT
010100     MOVE WS-CNT-READ TO WS-RLOG-READ
010200     COMPUTE WS-RLOG-LOADED = WS-CNT-DEPTS + WS-CNT-CATS
010300                            + WS-CNT-PRODS
010400     MOVE WS-CNT-REJECTED TO WS-RLOG-REJECTED
010500     MOVE RETURN-CODE TO WS-RLOG-RETCODE
010600     PERFORM WRITE-RUN-LOG
010700     GOBACK.
010800
010900 TRAITEMENT-FICHIER.
011000     READ CATMAST AT END
011100        SET END-OF-FILE TO TRUE
011200     NOT AT END
011300        PERFORM TRAITEMENT-LIGNE
011400     END-READ
011500     .
011600
011700 TRAITEMENT-LIGNE.
011800     ADD 1 TO WS-CNT-READ
011900     MOVE SPACES TO WS-DATA
012000     UNSTRING CATMAST-RECORD
012100        DELIMITED BY DELIMITER-VAR
012200        INTO WS-REC-TYPE
012300             WS-CODE-TEXT
012400             WS-NAME-TEXT
012500             WS-PARENT-TEXT
012600     END-UNSTRING
012700     SET LIGNE-VALIDE TO TRUE
012800     EVALUATE TRUE
012900        WHEN WS-CODE-TEXT = SPACES
013000             MOVE 'CODE MANQUANT' TO WS-REJECT-REASON
013100             SET LIGNE-INVALIDE TO TRUE
013200        WHEN WS-REC-TYPE = 'D'
013300             PERFORM LOAD-ONE-DEPARTMENT
013400        WHEN WS-REC-TYPE = 'C'
013500             PERFORM LOAD-ONE-CATEGORY
013600        WHEN WS-REC-TYPE = 'P'
013700             PERFORM ASSIGN-ONE-PRODUCT
013800        WHEN OTHER
013900             MOVE 'TYPE LIGNE INVALIDE' TO WS-REJECT-REASON
014000             SET LIGNE-INVALIDE TO TRUE
014100     END-EVALUATE
014200     IF LIGNE-INVALIDE
014300        PERFORM WRITE-REJECT
014400     END-IF
014500     .
014600
014700******************************************************
014800*** D;DEPT;NAME - A NEW DEPARTMENT OR A RENAME.     ***
014900******************************************************
015000 LOAD-ONE-DEPARTMENT.
015100     IF WS-NAME-TEXT = SPACES
015200        MOVE 'LIBELLE MANQUANT' TO WS-REJECT-REASON
015300        SET LIGNE-INVALIDE TO TRUE
015400     ELSE
015500        MOVE WS-CODE-TEXT TO PDEP-CODE
015600        MOVE WS-NAME-TEXT TO PDEP-NAME
015700        EXEC SQL
015800           UPDATE API5.PRODUCT_DEPTS
015900           SET DEPT_NAME = :PDEP-NAME
016000           WHERE DEPT_CODE = :PDEP-CODE
016100        END-EXEC
016200        IF SQLCODE = +100
016300           EXEC SQL
016400              INSERT INTO API5.PRODUCT_DEPTS
016500              (DEPT_CODE, DEPT_NAME)
016600              VALUES(:PDEP-CODE,
016700                     :PDEP-NAME)
016800           END-EXEC
016900        END-IF
017000        EVALUATE TRUE
017100           WHEN SQLCODE = ZERO
017200                ADD 1 TO WS-CNT-DEPTS
017300           WHEN SQLCODE > ZERO
017400                DISPLAY 'WARNING UPSERT DEPT : ' SQLCODE
017500           WHEN OTHER
017600                DISPLAY 'ANOMALIE GRAVE UPSERT DEPT : ' SQLCODE
017700                PERFORM ABEND-PROG
017800        END-EVALUATE
017900     END-IF
018000     .
018100
018200******************************************************
018300*** C;CATEGORY;NAME;DEPT - THE DEPARTMENT MUST BE   ***
018400*** ON FILE. A CATEGORY MAY MOVE DEPARTMENT.        ***
018500******************************************************
018600 LOAD-ONE-CATEGORY.
018700     IF WS-NAME-TEXT = SPACES
018800        MOVE 'LIBELLE MANQUANT' TO WS-REJECT-REASON
018900        SET LIGNE-INVALIDE TO TRUE
019000     ELSE
019100        MOVE WS-PARENT-TEXT TO PDEP-CODE
019200        PERFORM CHECK-DEPARTMENT
019300     END-IF
019400     IF LIGNE-VALIDE
019500        MOVE WS-CODE-TEXT   TO PCAT-CODE
019600        MOVE WS-NAME-TEXT   TO PCAT-NAME
019700        MOVE WS-PARENT-TEXT TO PCAT-DEPT-CODE
019800        EXEC SQL
019900           UPDATE API5.PRODUCT_CATEGORIES
020000           SET CAT_NAME  = :PCAT-NAME,
020100               DEPT_CODE = :PCAT-DEPT-CODE
020200           WHERE CAT_CODE = :PCAT-CODE
020300        END-EXEC
020400        IF SQLCODE = +100
020500           EXEC SQL
020600              INSERT INTO API5.PRODUCT_CATEGORIES
020700              (CAT_CODE, CAT_NAME, DEPT_CODE)
020800              VALUES(:PCAT-CODE,
020900                     :PCAT-NAME,
021000                     :PCAT-DEPT-CODE)
021100           END-EXEC
021200        END-IF
021300        EVALUATE TRUE
021400           WHEN SQLCODE = ZERO
021500                ADD 1 TO WS-CNT-CATS
021600           WHEN SQLCODE > ZERO
021700                DISPLAY 'WARNING UPSERT CATEGORY : ' SQLCODE
021800           WHEN OTHER
021900                DISPLAY 'ANOMALIE GRAVE UPSERT CATEGORY : '
022000                        SQLCODE
022100                PERFORM ABEND-PROG
022200        END-EVALUATE
022300     END-IF
022400     .
022500
022600******************************************************
022700*** P;P_NO;CATEGORY - BOTH MUST BE ON FILE. THE     ***
022800*** CATEGORY GOES IN THE NAME FIELD'S PLACE.        ***
022900******************************************************
023000 ASSIGN-ONE-PRODUCT.
023100     MOVE WS-NAME-TEXT TO PCAT-CODE
023200     EVALUATE TRUE
023300        WHEN WS-CODE-TEXT(4:1) NOT = SPACE
023400             MOVE 'NO PRODUIT INVALIDE' TO WS-REJECT-REASON
023500             SET LIGNE-INVALIDE TO TRUE
023600        WHEN PCAT-CODE = SPACES
023700             MOVE 'CATEGORIE MANQUANTE' TO WS-REJECT-REASON
023800             SET LIGNE-INVALIDE TO TRUE
023900        WHEN OTHER
024000             PERFORM CHECK-CATEGORY
024100     END-EVALUATE
024200     IF LIGNE-VALIDE
024300        MOVE WS-CODE-TEXT TO PROD-ID
024400        MOVE PCAT-CODE    TO PROD-CAT-CODE
024500        EXEC SQL
024600           UPDATE API5.PRODUCTS
024700           SET CAT_CODE = :PROD-CAT-CODE
024800           WHERE P_NO = :PROD-ID
024900        END-EXEC
025000        EVALUATE TRUE
025100           WHEN SQLCODE = ZERO
025200                ADD 1 TO WS-CNT-PRODS
025300           WHEN SQLCODE = +100
025400                MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
025500                SET LIGNE-INVALIDE TO TRUE
025600           WHEN OTHER
025700                DISPLAY 'ANOMALIE GRAVE UPDATE PRODUCT : ' SQLCODE
025800                PERFORM ABEND-PROG
025900        END-EVALUATE
026000     END-IF
026100     .
026200
026300 CHECK-DEPARTMENT.
026400     EXEC SQL
026500        SELECT DEPT_NAME INTO :PDEP-NAME
026600        FROM API5.PRODUCT_DEPTS
026700        WHERE DEPT_CODE = :PDEP-CODE
026800     END-EXEC
026900     EVALUATE TRUE
027000        WHEN SQLCODE = ZERO
027100             CONTINUE
027200        WHEN SQLCODE = +100
027300             MOVE 'DEPARTEMENT INCONNU' TO WS-REJECT-REASON
027400             SET LIGNE-INVALIDE TO TRUE
027500        WHEN OTHER
027600             DISPLAY 'ANOMALIE GRAVE DEPT : ' SQLCODE
027700             PERFORM ABEND-PROG
027800     END-EVALUATE
027900     .
028000
028100 CHECK-CATEGORY.
028200     EXEC SQL
028300        SELECT CAT_NAME INTO :PCAT-NAME
028400        FROM API5.PRODUCT_CATEGORIES
028500        WHERE CAT_CODE = :PCAT-CODE
028600     END-EXEC
028700     EVALUATE TRUE
028800        WHEN SQLCODE = ZERO
028900             CONTINUE
029000        WHEN SQLCODE = +100
029100             MOVE 'CATEGORIE INCONNUE' TO WS-REJECT-REASON
029200             SET LIGNE-INVALIDE TO TRUE
029300        WHEN OTHER
029400             DISPLAY 'ANOMALIE GRAVE CATEGORY : ' SQLCODE
029500             PERFORM ABEND-PROG
029600     END-EVALUATE
029700     .
029800
029900******************************************************
030000*** HOW MUCH OF THE CATALOG THE MASTER STILL MISSES ***
030100*** - PART120 LISTS THEM PRODUCT BY PRODUCT.        ***
030200******************************************************
030300 COUNT-UNCLASSIFIED.
030400     EXEC SQL
030500        SELECT COUNT(*) INTO :WS-CNT-UNCLASSED
030600        FROM API5.PRODUCTS P
030700        WHERE P.ACTIVE = 'A'
030800        AND NOT EXISTS
030900            (SELECT 1 FROM API5.PRODUCT_CATEGORIES C
031000             WHERE C.CAT_CODE = P.CAT_CODE)
031100     END-EXEC
031200     IF SQLCODE NOT = ZERO
031300        DISPLAY 'WARNING COUNT UNCLASSED : ' SQLCODE
031400     END-IF
031500     .
031600
031700 WRITE-REJECT.
031800     STRING CATMAST-RECORD DELIMITED BY SIZE
031900            ' - ' DELIMITED BY SIZE
032000            WS-REJECT-REASON DELIMITED BY SIZE
032100         INTO WS-REJECT-OUT
032200     END-STRING
032300     MOVE WS-REJECT-OUT TO REJCAT-RECORD
032400     WRITE REJCAT-RECORD
032500     DISPLAY 'LIGNE REJETEE : ' WS-REJECT-REASON
032600     ADD 1 TO WS-CNT-REJECTED
032700     .
032800
032900 COMMIT-SQL.
033000     EXEC SQL COMMIT END-EXEC
033100     IF SQLCODE NOT = ZERO
033200        DISPLAY 'WARNING COMMIT : ' SQLCODE
033300     END-IF
033400     .
033500
033600 WRITE-RUN-LOG.
033700     CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
033800                        WS-RLOG-READ WS-RLOG-LOADED
033900                        WS-RLOG-REJECTED WS-RLOG-RETCODE
034000*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
034100*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
034200     MOVE WS-RLOG-RETCODE TO RETURN-CODE
034300     .
034400
034500 ABEND-PROG.
034600     EXEC SQL ROLLBACK END-EXEC
034700     DISPLAY 'PART119 ABENDING - SEE SQLCODE ABOVE'
034800     MOVE 16 TO RETURN-CODE
034900     STOP RUN.
