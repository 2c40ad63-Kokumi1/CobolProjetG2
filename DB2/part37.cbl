001201*              COMPONENTS INSTEAD OF THE KIT - DEPOT, POOLED,    *
001202*              LOTS AND MOVEMENT ROWS PER COMPONENT - MATCHING   *
001203*              THE COMPONENT RESERVATION PART2 TOOK AT LOAD.     *
001204* 2026-10-15 : SHIPCONF MAY NOW CARRY THREE MORE FIELDS ON AN   *
001205*              'S' RECORD - CARRIER CODE, TRACKING NUMBER AND   *
001206*              FREIGHT AMOUNT. A SHIPMENT WITH A CARRIER IS     *
001207*              RECORDED IN API5.SHIPMENTS AGAINST THE ORDER (OR *
001208*              THE CONFIRMED LINE) FOR THE PART89 MANIFEST AND  *
001209*              FOR PART7/PART83 TO BILL THE FREIGHT. BAD        *
001210*              FREIGHT, FREIGHT OR TRACKING WITH NO CARRIER,    *
001211*              AND CARRIER DATA ON A 'P' RECORD ARE REJECTED.   *
001212* 2026-10-15 : EVERY 'S' CONFIRMATION THAT MOVES UNITS NOW OPENS *
001213*              A DELIVERY NOTE NUMBERED FROM                     *
001214*              API5.DELNOTE_CONTROL (API5.DELIVERY_NOTES) AND    *
001215*              RECORDS THE LINES SHIPPED AND THE LOT SLICES      *
001216*              CONSUMED ON API5.DELIVERY_NOTE_LINES FOR PART98   *
001217*              TO PRINT. THE NOTE NUMBER GOES ON THE REGISTER.   *
001217* 2026-10-15 : A CONFIRMATION DATED IN A MONTH PART23 HAS CLOSED *
001217*              IS NOW REFUSED ('PERIODE CLOTUREE') OR RE-DATED   *
001217*              TO THE FIRST DAY OF THE NEXT OPEN MONTH, AS       *
001217*              PART37'S API5.PERIOD_POLICY ROW SAYS (PERCHK).    *
001217*              THE SUMMARY COUNTS BOTH.                          *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD SHIPCONF.
002900 01 SHIPCONF-RECORD    PIC X(80).
003000 FD REJSHP.
003100 01 REJSHP-RECORD      PIC X(120).
003200 FD OUTSHP.
003300 01 ENR-OUTSHP         PIC X(80).
003400
004194     EXEC SQL
004195        INCLUDE KITCOMP
004196     END-EXEC.
004196     EXEC SQL
004196        INCLUDE SHIPMENT
004196     END-EXEC.
004196     EXEC SQL
004196        INCLUDE DELNOTE
004196     END-EXEC.
004197
004198******************************************************
004199*** THE SHIPPED KIT'S COMPONENT LIST.               ***
004700    05 WS-SHIP-DATE-TEXT PIC X(10).
004710    05 WS-LINE-PROD     PIC X(3).
004720    05 WS-LINE-QTY-TEXT PIC X(5).
004730    05 WS-CARRIER       PIC X(4).
004740    05 WS-TRACKING      PIC X(20).
004750    05 WS-FREIGHT-TEXT  PIC X(9).
004800 01 WS-FLAG-END PIC 9 VALUE ZERO.
004900    88 END-OF-FILE     VALUE 1.
004910
005004    88 KIT-NOT-DONE       VALUE 'N'.
005005 01 WS-SAVE-P-NO       PIC X(3).
005006 01 WS-SAVE-QTY        PIC 9(5).
005007******************************************************
005008*** CARRIER AND FREIGHT FOR THE SHIPMENTS ROW.      ***
005009******************************************************
005010 01 WS-FREIGHT-AMT     PIC S9(5)V99 COMP-3 VALUE ZERO.
005011 01 WS-CNT-SHIPMENTS   PIC 9(5) VALUE ZERO.
005012******************************************************
005013*** THE DELIVERY NOTE OF THE CONFIRMATION IN HAND - ***
005014*** OPENED WITH ITS FIRST SHIPPED LINE.             ***
005015******************************************************
005016 01 WS-NOTE-SW         PIC X VALUE 'N'.
005017    88 NOTE-OPEN         VALUE 'O'.
005018    88 NOTE-NOT-OPEN     VALUE 'N'.
005019 01 WS-NOTE-LINE-P-NO  PIC X(3).
005020 01 WS-CNT-NOTES       PIC 9(5) VALUE ZERO.
005000
005100 01 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
005200    88 LIGNE-VALIDE    VALUE 'O'.
005300    88 LIGNE-INVALIDE  VALUE 'N'.
005400 01 WS-REJECT-REASON   PIC X(30).
005500 01 WS-REJECT-OUT      PIC X(120).
005600 01 WS-SHIP-DATE       PIC X(10).
005700 01 WS-NEW-STATUS      PIC X(1).
005800 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
005900 01 WS-CNT-POSTED      PIC 9(5) VALUE ZERO.
006000 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
006100 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
006114 01 WS-PER-PROGID      PIC X(8) VALUE 'PART37'.
006128 01 PERCHK             PIC X(8) VALUE 'PERCHK'.
006142 01 WS-PER-RESULT      PIC X(10).
006156 01 WS-PER-STATUS      PIC X(1).
006170 01 WS-CNT-PER-REFUSED PIC 9(5) VALUE ZERO.
006184 01 WS-CNT-PER-REDATED PIC 9(5) VALUE ZERO.
006200
006300 01 L-REGISTER-LINE.
006400    05 REG-ONO-ED     PIC 9(6).
006900    05 FILLER         PIC X(6)  VALUE ' DATE '.
007000    05 REG-DATE-ED    PIC X(10).
007100    05 FILLER         PIC X(42) VALUE SPACE.
007110 01 L-NOTE-LINE.
007120    05 FILLER         PIC X(6)  VALUE SPACE.
007130    05 FILLER         PIC X(16) VALUE 'DELIVERY NOTE : '.
007140    05 NOTE-NO-ED     PIC 9(6).
007150    05 FILLER         PIC X(52) VALUE SPACE.
007200
007300 PROCEDURE DIVISION.
007400     OPEN INPUT SHIPCONF
008800     DISPLAY 'STATUS CHANGES POSTED: ' WS-CNT-POSTED
008810     DISPLAY 'LINE CONFS POSTED    : ' WS-CNT-LINE-POSTED
008820     DISPLAY 'UNITS CONSUMED       : ' WS-CNT-CONSUMED
008830     DISPLAY 'SHIPMENTS RECORDED   : ' WS-CNT-SHIPMENTS
008840     DISPLAY 'DELIVERY NOTES       : ' WS-CNT-NOTES
008900     DISPLAY 'LINES REJECTED       : ' WS-CNT-REJECTED
008933     DISPLAY 'CLOSED PER REFUSED   : ' WS-CNT-PER-REFUSED
008966     DISPLAY 'CLOSED PER REDATED   : ' WS-CNT-PER-REDATED
009000     DISPLAY '===================================='
009100     GOBACK.
009200
010200     ADD 1 TO WS-CNT-READ
010210     MOVE SPACES TO WS-LINE-PROD
010220     MOVE SPACES TO WS-LINE-QTY-TEXT
010230     MOVE SPACES TO WS-CARRIER
010240     MOVE SPACES TO WS-TRACKING
010250     MOVE SPACES TO WS-FREIGHT-TEXT
010260     SET NOTE-NOT-OPEN TO TRUE
010300     UNSTRING SHIPCONF-RECORD
010400        DELIMITED BY DELIMITER-VAR
010500        INTO WS-ORDER-TEXT
010700             WS-SHIP-DATE-TEXT
010710             WS-LINE-PROD
010720             WS-LINE-QTY-TEXT
010730             WS-CARRIER
010740             WS-TRACKING
010750             WS-FREIGHT-TEXT
010800     END-UNSTRING
010900     PERFORM VALIDATE-LIGNE
011000     IF LIGNE-VALIDE
011200     ELSE
011300        PERFORM WRITE-REJECT
011400     END-IF
011410     IF NOTE-OPEN
011420        MOVE DN-NO TO NOTE-NO-ED
011430        WRITE ENR-OUTSHP FROM L-NOTE-LINE
011440     END-IF
011500     .
011600
011700 VALIDATE-LIGNE.
013100                SET LIGNE-INVALIDE TO TRUE
013200             END-IF
013300     END-EVALUATE
013310     IF LIGNE-VALIDE
013320        PERFORM VALIDATE-TRANSPORT
013330     END-IF
013347     IF LIGNE-VALIDE
013364        PERFORM CHECK-POSTING-PERIOD
013381     END-IF
013400     .
013410
013420******************************************************
013430*** THE CARRIER FIELDS ARE OPTIONAL, BUT FREIGHT OR ***
013440*** A TRACKING NUMBER MEANS NOTHING WITHOUT THE     ***
013450*** CARRIER, AND ONLY A SHIPMENT ('S') CARRIES THEM.***
013460******************************************************
013470 VALIDATE-TRANSPORT.
013480     MOVE ZERO TO WS-FREIGHT-AMT
013490     IF WS-FREIGHT-TEXT NOT = SPACES
013500        INSPECT WS-FREIGHT-TEXT CONVERTING '.' TO ','
013510        IF FUNCTION TEST-NUMVAL(WS-FREIGHT-TEXT) = ZERO
013520           COMPUTE WS-FREIGHT-AMT =
013530                   FUNCTION NUMVAL(WS-FREIGHT-TEXT)
013540        ELSE
013550           MOVE 'FRET INVALIDE' TO WS-REJECT-REASON
013560           SET LIGNE-INVALIDE TO TRUE
013570        END-IF
013580     END-IF
013590     EVALUATE TRUE
013600        WHEN LIGNE-INVALIDE
013610             CONTINUE
013620        WHEN WS-FREIGHT-AMT < ZERO
013630             MOVE 'FRET INVALIDE' TO WS-REJECT-REASON
013640             SET LIGNE-INVALIDE TO TRUE
013650        WHEN WS-CARRIER = SPACES
013660             AND (WS-TRACKING NOT = SPACES
013670                  OR WS-FREIGHT-AMT NOT = ZERO)
013680             MOVE 'TRANSPORTEUR MANQUANT' TO WS-REJECT-REASON
013690             SET LIGNE-INVALIDE TO TRUE
013700        WHEN WS-CARRIER NOT = SPACES AND WS-EVENT-CODE = 'P'
013710             MOVE 'TRANSPORT SUR PREPARATION'
013720                  TO WS-REJECT-REASON
013730             SET LIGNE-INVALIDE TO TRUE
013740        WHEN OTHER
013750             CONTINUE
013760     END-EVALUATE
013770     .
013770
013770******************************************************
013770*** A LINE DATED IN A MONTH PART23 HAS CLOSED IS    ***
013770*** REFUSED OR RE-DATED TO THE NEXT OPEN MONTH, AS  ***
013770*** THIS PROGRAM'S PERIOD_POLICY ROW SAYS (PERCHK). ***
013770******************************************************
013770 CHECK-POSTING-PERIOD.
013770     CALL PERCHK USING WS-PER-PROGID WS-SHIP-DATE
013770                       WS-PER-RESULT WS-PER-STATUS
013770     EVALUATE WS-PER-STATUS
013770        WHEN 'N'
013770             MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
013770             SET LIGNE-INVALIDE TO TRUE
013770             ADD 1 TO WS-CNT-PER-REFUSED
013770        WHEN 'D'
013770             DISPLAY 'DATE REPORTEE : ' WS-SHIP-DATE ' -> '
013770                     WS-PER-RESULT ' COMMANDE ' WS-ORDER-TEXT
013770             MOVE WS-PER-RESULT TO WS-SHIP-DATE
013770             ADD 1 TO WS-CNT-PER-REDATED
013770     END-EVALUATE
013770     .
013500
013600******************************************************
013700*** AN ORDER ONLY MOVES FORWARD : L -> P -> S. A    ***
017220                PERFORM SHIP-WHOLE-ORDER
017230             END-IF
017300             PERFORM UPDATE-ORDER-STATUS
017310             IF WS-CARRIER NOT = SPACES
017320                PERFORM INSERT-SHIPMENT
017330             END-IF
017400     END-EVALUATE
017500     .
017600
019725           PERFORM RESOLVE-LINE-QUANTITY
019726           PERFORM UPSERT-ITEM-STATUS
019727           IF WS-EVENT-CODE = 'S' AND WS-LINE-QTY > ZERO
019728              PERFORM ADD-NOTE-LINE
019728              PERFORM CONSUME-SHIPPED-UNITS
019729           END-IF
019730           PERFORM DERIVE-ORDER-STATUS
019730           IF WS-CARRIER NOT = SPACES
019730              PERFORM INSERT-SHIPMENT
019730           END-IF
019728        ELSE
019729           PERFORM WRITE-REJECT
019730        END-IF
019847                PERFORM GET-SHIPPED-SO-FAR
019848                MOVE 'S' TO WS-EVENT-CODE
019849                PERFORM UPSERT-ITEM-STATUS
019850                PERFORM ADD-NOTE-LINE
019850                PERFORM CONSUME-SHIPPED-UNITS
019851             END-IF
019852        WHEN OTHER
019991        DISPLAY 'ANOMALIE GRAVE STOCK MVT : ' SQLCODE
019992        PERFORM ABEND-PROG
019993     END-IF
019993     IF WS-MVT-LOT NOT = SPACES AND NOTE-OPEN
019993        PERFORM ADD-NOTE-LOT
019993     END-IF
019994     .
019995
019996******************************************************
019997*** ONE SHIPMENTS ROW PER CARRIER CONFIRMATION -    ***
019998*** P_NO SPACES FOR A WHOLE-ORDER SHIPMENT. THE     ***
019999*** INVOICE NUMBER STAYS ZERO UNTIL THE FREIGHT IS  ***
019999*** BILLED.                                         ***
019999******************************************************
019999 INSERT-SHIPMENT.
019999     MOVE ORDERS-O-NO    TO SHP-O-NO
019999     MOVE WS-LINE-PROD   TO SHP-P-NO
019999     MOVE WS-SHIP-DATE   TO SHP-DATE
019999     MOVE WS-CARRIER     TO SHP-CARRIER
019999     MOVE WS-TRACKING    TO SHP-TRACKING
019999     MOVE WS-FREIGHT-AMT TO SHP-FREIGHT
019999     MOVE ZERO           TO SHP-INV-NO
019999     EXEC SQL
019999         INSERT INTO API5.SHIPMENTS
019999         (O_NO, P_NO, SHIP_DATE, CARRIER, TRACKING_NO,
019999          FREIGHT, INV_NO)
019999         VALUES(:SHP-O-NO,
019999                :SHP-P-NO,
019999                :SHP-DATE,
019999                :SHP-CARRIER,
019999                :SHP-TRACKING,
019999                :SHP-FREIGHT,
019999                :SHP-INV-NO)
019999     END-EXEC
019999     IF SQLCODE < ZERO
019999        DISPLAY 'ANOMALIE GRAVE SHIPMENTS : ' SQLCODE
019999        PERFORM ABEND-PROG
019999     END-IF
019999     ADD 1 TO WS-CNT-SHIPMENTS
019999     .
019999
019999******************************************************
019999*** ONE DELIVERY NOTE PER CONFIRMATION, OPENED WITH ***
019999*** THE FIRST LINE THAT SHIPS - ADDRESSED FROM THE  ***
019999*** ORDER'S CUSTOMER AND SHIP-TO CODE.              ***
019999******************************************************
019999 OPEN-DELIVERY-NOTE.
019999     EXEC SQL
019999        SELECT C_NO, COALESCE(SHIP_CODE, '  ')
019999        INTO :ORDERS-C-NO, :ORDERS-SHIP-CODE
019999        FROM API5.ORDERS
019999        WHERE O_NO = :ORDERS-O-NO
019999     END-EXEC
019999     IF SQLCODE NOT = ZERO
019999        DISPLAY 'ANOMALIE GRAVE SELECT ORDER : ' SQLCODE
019999        PERFORM ABEND-PROG
019999     END-IF
019999     EXEC SQL
019999        UPDATE API5.DELNOTE_CONTROL
019999        SET NEXT_NOTE_NO = NEXT_NOTE_NO + 1
019999     END-EXEC
019999     IF SQLCODE NOT = ZERO
019999        DISPLAY 'ANOMALIE GRAVE NOTE CONTROL : ' SQLCODE
019999        PERFORM ABEND-PROG
019999     END-IF
019999     EXEC SQL
019999        SELECT NEXT_NOTE_NO - 1 INTO :DN-NO
019999        FROM API5.DELNOTE_CONTROL
019999     END-EXEC
019999     IF SQLCODE NOT = ZERO
019999        DISPLAY 'ANOMALIE GRAVE NOTE CONTROL : ' SQLCODE
019999        PERFORM ABEND-PROG
019999     END-IF
019999     MOVE ORDERS-O-NO      TO DN-O-NO
019999     MOVE ORDERS-C-NO      TO DN-C-NO
019999     MOVE ORDERS-SHIP-CODE TO DN-SHIP-CODE
019999     MOVE WS-SHIP-DATE     TO DN-DATE
019999     MOVE WS-CARRIER       TO DN-CARRIER
019999     MOVE WS-TRACKING      TO DN-TRACKING
019999     MOVE 'N'              TO DN-PRINTED
019999     EXEC SQL
019999         INSERT INTO API5.DELIVERY_NOTES
019999         (NOTE_NO, O_NO, C_NO, SHIP_CODE, NOTE_DATE, CARRIER,
019999          TRACKING_NO, PRINTED)
019999         VALUES(:DN-NO,
019999                :DN-O-NO,
019999                :DN-C-NO,
019999                :DN-SHIP-CODE,
019999                :DN-DATE,
019999                :DN-CARRIER,
019999                :DN-TRACKING,
019999                :DN-PRINTED)
019999     END-EXEC
019999     IF SQLCODE < ZERO
019999        DISPLAY 'ANOMALIE GRAVE DELIVERY NOTE : ' SQLCODE
019999        PERFORM ABEND-PROG
019999     END-IF
019999     SET NOTE-OPEN TO TRUE
019999     ADD 1 TO WS-CNT-NOTES
019999     .
019999
019999 ADD-NOTE-LINE.
019999     IF NOTE-NOT-OPEN
019999        PERFORM OPEN-DELIVERY-NOTE
019999     END-IF
019999     MOVE ITEMS-P-NO  TO WS-NOTE-LINE-P-NO
019999     MOVE DN-NO       TO DNL-NO
019999     MOVE ITEMS-P-NO  TO DNL-P-NO
019999     MOVE 'L'         TO DNL-ROW-TYPE
019999     MOVE SPACES      TO DNL-LOT-P-NO
019999     MOVE SPACES      TO DNL-LOT-NO
019999     MOVE WS-LINE-QTY TO DNL-QTY
019999     PERFORM INSERT-NOTE-ROW
019999     .
019999
019999 ADD-NOTE-LOT.
019999     MOVE DN-NO             TO DNL-NO
019999     MOVE WS-NOTE-LINE-P-NO TO DNL-P-NO
019999     MOVE 'T'               TO DNL-ROW-TYPE
019999     MOVE ITEMS-P-NO        TO DNL-LOT-P-NO
019999     MOVE WS-MVT-LOT        TO DNL-LOT-NO
019999     MOVE WS-MVT-QTY        TO DNL-QTY
019999     PERFORM INSERT-NOTE-ROW
019999     .
019999
019999 INSERT-NOTE-ROW.
019999     EXEC SQL
019999         INSERT INTO API5.DELIVERY_NOTE_LINES
019999         (NOTE_NO, P_NO, ROW_TYPE, LOT_P_NO, LOT_NO, QTY)
019999         VALUES(:DNL-NO,
019999                :DNL-P-NO,
019999                :DNL-ROW-TYPE,
019999                :DNL-LOT-P-NO,
019999                :DNL-LOT-NO,
019999                :DNL-QTY)
019999     END-EXEC
019999     IF SQLCODE < ZERO
019999        DISPLAY 'ANOMALIE GRAVE DELIVERY NOTE : ' SQLCODE
019999        PERFORM ABEND-PROG
019999     END-IF
019999     .
019999
019900 WRITE-REJECT.
020000     STRING SHIPCONF-RECORD DELIMITED BY SIZE
020100            ' - ' DELIMITED BY SIZE
