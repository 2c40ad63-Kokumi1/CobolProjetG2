000344*              UNKNOWN) SO THE POSTING PROGRAMS CAN STAMP IT ON   *
000345*              EACH ITEMS LINE AND PART58 CAN REPORT MARGIN.      *
000346*              THE RECORD WIDENS TO 60 BYTES (HASH FOLLOWS).      *
000346* 2026-10-15 : PRODUCTS.COST IS NOW MAINTAINED BY PART18 FROM    *
000346*              GOODS RECEIPTS (MOVING AVERAGE AND LANDED         *
000346*              CHARGES), SO THE NEWPRDS COST FIELD BECOMES AN    *
000346*              OVERRIDE - AN EMPTY FIELD KEEPS THE COST ON FILE  *
000346*              INSTEAD OF WIPING IT, AND A GIVEN COST REPLACES   *
000346*              IT, IS LOGGED TO API5.COST_HISTORY (SOURCE 'O')   *
000346*              WHEN IT CHANGES, AND IS LISTED AND COUNTED IN THE *
000346*              LOAD SUMMARY EVERY TIME IT IS USED.               *
000346* 2026-10-15 : NEWPRDS RECORDS MAY NOW CARRY A 10TH FIELD, THE   *
000346*              DATE (YYYY-MM-DD) THE PRICE TAKES EFFECT. A PRICE *
000346*              DATED AFTER THE LOAD DATE LEAVES THE CATALOG      *
000346*              PRICE AS IT IS AND IS PARKED ON                   *
000346*              API5.PRICE_PENDING FOR PART118 TO ACTIVATE ON     *
000346*              THAT DATE; THE REST OF THE RECORD STILL LOADS. A  *
000346*              HELD FUTURE PRICE CARRIES ITS DATE ON PENDPRC.    *
000346*              THE RECORD WIDENS TO 72 BYTES (HASH FOLLOWS) AND  *
000346*              REJPRDS TO 105.                                   *
000346* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
000346*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
000346*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
000346*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
000346* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
000346*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
000346*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
000346*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
000346*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
000346*              FOR THE PART131 REPORT.                           *
000260******************************************************************
000500  ENVIRONMENT DIVISION.
000600  CONFIGURATION SECTION.
001510  DATA DIVISION.
001520  FILE SECTION.
001530  FD NEWPRDS.
001540  01 NEWPRODS-RECORD    PIC X(72).
001550  FD REJPRDS.
001551  01 REJPRDS-RECORD     PIC X(105).
001552  FD PENDPRC.
001553  01 PENDPRC-RECORD     PIC X(40).
001552  FD CHKPNT.
001587      EXEC SQL
001588          INCLUDE WHSTOCK
001589      END-EXEC
001589      EXEC SQL
001589          INCLUDE COSTHIST
001589      END-EXEC
001589      EXEC SQL
001589          INCLUDE PRICEPND
001589      END-EXEC
001577
001580  01 DELIMITER-VAR  PIC X VALUE ";".
001581  01 WS-DATA.
001601   05 WS-ACTION-TEXT  PIC X(1).
001602   05 WS-COST-TEXT    PIC X(10).
001603   05 WS-COST-USD     PIC 9(3)V99 COMP-3.
001603   05 WS-EFF-TEXT     PIC X(10).
001603   05 WS-EFF-RAW      PIC X(08).
001603   05 WS-EFF-NUM REDEFINES WS-EFF-RAW PIC 9(08).
001599  01 WS-FLAG-END PIC 9 VALUE ZERO.
001601   88 END-OF-FILE     VALUE 1.
001602
001602     88 CONV-FAILED     VALUE 'N'.
001602  01 WS-CONV-AS-OF-DATE PIC X(10) VALUE SPACES.
001602  01 WS-REJECT-REASON   PIC X(30).
001602  01 WS-REJECT-OUT      PIC X(105).
001602  01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
001602  01 WS-CNT-LOADED      PIC 9(5) VALUE ZERO.
001602  01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
001605  01 CONVERT     PIC X(8) VALUE 'CONVERT'.
001606  01 WS-OLD-PRICE       PIC 9(3)V99 COMP-3 VALUE ZERO.
001607  01 WS-OLD-STOCK       PIC 9(5) COMP-3 VALUE ZERO.
001607  01 WS-OLD-COST        PIC 9(3)V99 COMP-3 VALUE ZERO.
001607  01 WS-COST-OVRD-SW    PIC X VALUE 'N'.
001607     88 COST-OVERRIDDEN    VALUE 'O'.
001607     88 COST-NOT-OVERRIDDEN VALUE 'N'.
001607  01 WS-CNT-COST-OVRD   PIC 9(5) VALUE ZERO.
001607  01 WS-COST-OLD-ED     PIC ZZ9,99.
001607  01 WS-COST-NEW-ED     PIC ZZ9,99.
001607  01 WS-REG-FILE-NAME   PIC X(44).
001607  01 WS-REG-COUNT       PIC 9(9) VALUE ZERO.
001607  01 WS-FILE-HASH       PIC 9(12) COMP-3 VALUE ZERO.
001606     88 PRICE-HELD          VALUE 'O'.
001606     88 PRICE-NOT-HELD      VALUE 'N'.
001606  01 WS-CNT-PRICE-HELD   PIC 9(5) VALUE ZERO.
001606  01 WS-CNT-PRICE-FUTURE PIC 9(5) VALUE ZERO.
001606  01 WS-PRICE-FUTURE-SW  PIC X VALUE 'N'.
001606     88 PRICE-FUTURE        VALUE 'O'.
001606     88 PRICE-NOT-FUTURE    VALUE 'N'.
001606  01 WS-PEND-PRICE-ED    PIC 9(3),99.
001606  01 WS-PEND-OLD-ED      PIC 9(3),99.
001606  01 WS-PEND-OUT         PIC X(40).
001606  01 WS-PEND-EFF-ED      PIC X(11).
001607  01 WS-CTL-MODE        PIC X VALUE 'N'.
001607     88 CTL-MODE-ON        VALUE 'O'.
001607     88 CTL-MODE-OFF       VALUE 'N'.
001610  01 WS-WAREHOUSE       PIC X(2) VALUE 'W1'.
001607  01 WS-LOAD-DATE       PIC X(10) VALUE SPACES.
001608  01 WS-LOAD-DATE-RAW   PIC X(08).
001708  01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
001808  01 PARMGET            PIC X(8) VALUE 'PARMGET'.
001908  01 WS-PGET-PROGID     PIC X(8) VALUE 'PART1'.
002008  01 WS-PGET-NAME       PIC X(12).
002108  01 WS-PGET-VALUE      PIC X(40).
002208  01 WS-PGET-RETCODE    PIC S9(4) COMP.
94000   77 RUNLOGW            PIC X(8) VALUE 'RUNLOGW'.
94001   77 WS-RLOG-PROGID     PIC X(8) VALUE 'PART1'.
94002   77 WS-RLOG-EVENT      PIC X(1).
940090       MOVE 'S' TO WS-RLOG-EVENT
940091       PERFORM WRITE-RUN-LOG
001698      ACCEPT WS-LOAD-DATE-RAW FROM DATE YYYYMMDD
001698      CALL RUNDATE USING WS-LOAD-DATE-RAW
001699      STRING WS-LOAD-DATE-RAW(1:4) '-' WS-LOAD-DATE-RAW(5:2) '-'
001699             WS-LOAD-DATE-RAW(7:2) DELIMITED BY SIZE
001699             INTO WS-LOAD-DATE
002285      DISPLAY 'RECORDS LOADED   : ' WS-CNT-LOADED
002286      DISPLAY 'RECORDS REJECTED : ' WS-CNT-REJECTED
002287      DISPLAY 'PRICES HELD      : ' WS-CNT-PRICE-HELD
002287      DISPLAY 'FUTURE PRICES    : ' WS-CNT-PRICE-FUTURE
002287      DISPLAY 'COST OVERRIDES   : ' WS-CNT-COST-OVRD
002287      DISPLAY 'DISCONTINUED     : ' WS-CNT-DISCONTINUED
002287      DISPLAY '===================================='
002288      .
002714      MOVE SPACES TO WS-PRO-ID WS-DESCRIPTION WS-PRICE-TEXT
002715                     WS-DEVISE WS-STOCK-TEXT WS-ROP-TEXT
002716                     WS-ROQ-TEXT WS-ACTION-TEXT WS-COST-TEXT
002758                     WS-EFF-TEXT
002800      UNSTRING NEWPRODS-RECORD
002810         DELIMITED BY DELIMITER-VAR
002820         INTO WS-PRO-ID
002857              WS-ROQ-TEXT
002858              WS-ACTION-TEXT
002859              WS-COST-TEXT
002859              WS-EFF-TEXT
002860      END-UNSTRING.
002870      INSPECT WS-PRICE-TEXT CONVERTING '.' TO ','
002871      INSPECT WS-COST-TEXT CONVERTING '.' TO ','
002918         MOVE 'COUT NON NUMERIQUE' TO WS-REJECT-REASON
002918         SET LIGNE-INVALIDE TO TRUE
002918      END-IF
002918*     FIELD 10 IS OPTIONAL - EMPTY MEANS THE PRICE TAKES
002918*     EFFECT TODAY - BUT WHEN PRESENT IT MUST BE A REAL
002918*     YYYY-MM-DD DATE.
002918      IF WS-EFF-TEXT NOT = SPACES
002918         MOVE SPACES TO WS-EFF-RAW
002918         STRING WS-EFF-TEXT(1:4) WS-EFF-TEXT(6:2) WS-EFF-TEXT(9:2)
002918                DELIMITED BY SIZE INTO WS-EFF-RAW
002918         END-STRING
002918         IF WS-EFF-TEXT(5:1) NOT = '-'
002918            OR WS-EFF-TEXT(8:1) NOT = '-'
002918            OR WS-EFF-RAW IS NOT NUMERIC
002918            MOVE 'DATE EFFET INVALIDE' TO WS-REJECT-REASON
002918            SET LIGNE-INVALIDE TO TRUE
002918         ELSE
002918            IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-NUM) NOT = ZERO
002918               MOVE 'DATE EFFET INVALIDE' TO WS-REJECT-REASON
002918               SET LIGNE-INVALIDE TO TRUE
002918            END-IF
002918         END-IF
002918      END-IF
002918      .
002918
002919  WRITE-REJECT.
004841                 FUNCTION NUMVAL(WS-ROQ-TEXT)
004842      END-IF
004845      PERFORM GET-CURRENT-PRICE
004845*     THE COST FIELD IS AN OVERRIDE OF THE COST PART18
004845*     MAINTAINS FROM RECEIPTS - LEFT EMPTY, THE COST ON
004845*     FILE STAYS.
004845      IF WS-COST-TEXT = SPACES
004845         SET COST-NOT-OVERRIDDEN TO TRUE
004845         MOVE WS-OLD-COST TO PRO-COST
004845      ELSE
004845         SET COST-OVERRIDDEN TO TRUE
004845      END-IF
004846      PERFORM CHECK-PRICE-TOLERANCE
004846*     A PRICE DATED AFTER TODAY DOES NOT TOUCH THE CATALOG
004846*     NOW - IT WAITS ON API5.PRICE_PENDING FOR PART118 TO
004846*     ACTIVATE ON ITS DATE. A NEW PRODUCT HAS NO PRICE TO
004846*     KEEP, SO IT LOADS AT ONCE AT THE PRICE ON FILE.
004846      SET PRICE-NOT-FUTURE TO TRUE
004846      IF WS-EFF-TEXT NOT = SPACES
004846         AND WS-EFF-TEXT > WS-LOAD-DATE
004846         IF WS-OLD-PRICE > ZERO
004846            SET PRICE-FUTURE TO TRUE
004846         ELSE
004846            DISPLAY 'NOUVEAU PRODUIT ' PRO-ID
004846                    ' - DATE EFFET IGNOREE'
004846         END-IF
004846      END-IF
004847*     ONLY THE PRICE IS HELD FOR REVIEW - THE LINE'S STOCK,
004848*     DESCRIPTION, REORDER VALUES AND REACTIVATION STILL
004849*     APPLY, AT THE PRICE ALREADY ON FILE, SO A HELD PRICE
004851      IF PRICE-HELD
004852         PERFORM WRITE-PENDING-PRICE
004853         MOVE WS-OLD-PRICE TO PRO-PRICE
004853      ELSE
004853         IF PRICE-FUTURE
004853            PERFORM STORE-FUTURE-PRICE
004853            MOVE WS-OLD-PRICE TO PRO-PRICE
004853         END-IF
004854      END-IF
004855      PERFORM APPLY-PRODUCT-UPDATE
004856      .
005050      PERFORM EVAL-UPDATE
005060      .
005061*****************************************
005062*** READS THE PRICE, STOCK AND COST    ***
005063*** ON FILE FOR THIS PRODUCT BEFORE    ***
005064*** THE UPDATE ABOVE OVERWRITES THEM,  ***
005065*** SO A PRICE CHANGE CAN BE LOGGED    ***
005066*** TO API5.PRICE_HISTORY AND A STOCK  ***
005066*** CHANGE TO API5.STOCK_MOVEMENTS.    ***
005067*****************************************
005068  GET-CURRENT-PRICE.
005069      MOVE ZERO TO WS-OLD-PRICE
005069      MOVE ZERO TO WS-OLD-STOCK
005069      MOVE ZERO TO WS-OLD-COST
005070      EXEC SQL
005071         SELECT PRICE, STOCK, COALESCE(COST, 0)
005071           INTO :WS-OLD-PRICE, :WS-OLD-STOCK,
005071                 :WS-OLD-COST
005072         FROM PRODUCTS
005073         WHERE P_NO = :PRO-ID
005074      END-EXEC
005949           IF WS-OLD-STOCK NOT = PRO-STOCK
005950              PERFORM INSERT-STOCK-MOVEMENT
005951           END-IF
005951            IF COST-OVERRIDDEN
005951               PERFORM REPORT-COST-OVERRIDE
005951            END-IF
005950      WHEN SQLCODE = 100
005960           PERFORM INSERT-NEW-PRODUCT
005970      WHEN SQLCODE > ZERO
006470           IF PRO-STOCK NOT = ZERO
006480              PERFORM INSERT-STOCK-MOVEMENT
006490           END-IF
006492            IF COST-OVERRIDDEN
006494               PERFORM REPORT-COST-OVERRIDE
006496            END-IF
006500      WHEN SQLCODE = -803
006600           DISPLAY 'ERREUR INSERT DOUBLON : ' WS-PRO-ID
006610           MOVE 'ERREUR INSERT DOUBLON' TO WS-LOG-MESSAGE
007436*****************************************
007437  READ-TOLERANCE-PARAMETERS.
007438      MOVE SPACES TO WS-TOL-PCT-PARM
007439      MOVE 'PRCTOLPCT' TO WS-PGET-NAME
007439      PERFORM GET-RUN-PARM
007439      MOVE WS-PGET-VALUE TO WS-TOL-PCT-PARM
007440      INSPECT WS-TOL-PCT-PARM CONVERTING '.' TO ','
007441      IF WS-TOL-PCT-PARM NOT = SPACES
007442         AND FUNCTION TEST-NUMVAL-C(WS-TOL-PCT-PARM) = ZERO
007443         COMPUTE WS-TOL-PCT = FUNCTION NUMVAL-C(WS-TOL-PCT-PARM)
007444      END-IF
007445      MOVE SPACES TO WS-TOL-ABS-PARM
007446      MOVE 'PRCTOLABS' TO WS-PGET-NAME
007446      PERFORM GET-RUN-PARM
007446      MOVE WS-PGET-VALUE TO WS-TOL-ABS-PARM
007447      INSPECT WS-TOL-ABS-PARM CONVERTING '.' TO ','
007448      IF WS-TOL-ABS-PARM NOT = SPACES
007449         AND FUNCTION TEST-NUMVAL-C(WS-TOL-ABS-PARM) = ZERO
007459
007459*****************************************
007459*** ONE PENDING LINE PER HELD PRICE -  ***
007459*** P_NO;NEW PRICE;OLD PRICE (USD)     ***
007459*** AND, WHEN DATED, ;EFFECTIVE DATE - ***
007459*** REVIEWED AND FED BACK TO PART30.   ***
007459*****************************************
007459  WRITE-PENDING-PRICE.
007459      MOVE PRO-PRICE TO WS-PEND-PRICE-ED
007459      MOVE WS-OLD-PRICE TO WS-PEND-OLD-ED
007459      MOVE SPACES TO WS-PEND-OUT
007459      MOVE SPACES TO WS-PEND-EFF-ED
007459      IF PRICE-FUTURE
007459         STRING ';' WS-EFF-TEXT DELIMITED BY SIZE
007459                INTO WS-PEND-EFF-ED
007459         END-STRING
007459      END-IF
007459      STRING PRO-ID ';' WS-PEND-PRICE-ED ';' WS-PEND-OLD-ED
007459             WS-PEND-EFF-ED
007459             DELIMITED BY SIZE
007459             INTO WS-PEND-OUT
007459      END-STRING
007459              WS-PEND-OLD-ED ' -> ' WS-PEND-PRICE-ED
007459      .
007459
007459*****************************************
007459*** A PRICE DATED AFTER TODAY IS       ***
007459*** PARKED ON API5.PRICE_PENDING       ***
007459*** (SOURCE L) UNTIL PART118 ACTIVATES ***
007459*** IT. A RELOAD OF THE SAME PRODUCT   ***
007459*** AND DATE REPLACES THE PARKED PRICE ***
007459*****************************************
007459  STORE-FUTURE-PRICE.
007459      ADD 1 TO WS-CNT-PRICE-FUTURE
007459      MOVE PRO-ID       TO PPND-P-NO
007459      MOVE PRO-PRICE    TO PPND-NEW-PRICE
007459      MOVE WS-EFF-TEXT  TO PPND-EFF-DATE
007459      MOVE WS-LOAD-DATE TO PPND-LOAD-DATE
007459      MOVE 'L'          TO PPND-SOURCE
007459      MOVE 'P'          TO PPND-STATUS
007459      MOVE SPACES       TO PPND-ACT-DATE
007459      MOVE SPACES       TO PPND-OPERATOR
007459      MOVE SPACES       TO PPND-APPROVER
007459      EXEC SQL
007459          UPDATE API5.PRICE_PENDING
007459          SET NEW_PRICE = :PPND-NEW-PRICE,
007459              LOAD_DATE = :PPND-LOAD-DATE,
007459              SOURCE    = :PPND-SOURCE,
007459              OPERATOR  = :PPND-OPERATOR,
007459              APPROVER  = :PPND-APPROVER
007459          WHERE P_NO     = :PPND-P-NO
007459            AND EFF_DATE = :PPND-EFF-DATE
007459            AND STATUS   = 'P'
007459      END-EXEC
007459      IF SQLCODE = 100
007459         EXEC SQL
007459             INSERT INTO API5.PRICE_PENDING
007459             (P_NO, NEW_PRICE, EFF_DATE, LOAD_DATE, SOURCE,
007459              STATUS, ACT_DATE, OPERATOR, APPROVER)
007459             VALUES(:PPND-P-NO,
007459                    :PPND-NEW-PRICE,
007459                    :PPND-EFF-DATE,
007459                    :PPND-LOAD-DATE,
007459                    :PPND-SOURCE,
007459                    :PPND-STATUS,
007459                    :PPND-ACT-DATE,
007459                    :PPND-OPERATOR,
007459                    :PPND-APPROVER)
007459         END-EXEC
007459      END-IF
007459      EVALUATE TRUE
007459          WHEN SQLCODE = ZERO
007459               MOVE PRO-PRICE    TO WS-PEND-PRICE-ED
007459               MOVE WS-OLD-PRICE TO WS-PEND-OLD-ED
007459               DISPLAY 'PRIX FUTUR : ' PRO-ID ' '
007459                       WS-PEND-OLD-ED ' -> ' WS-PEND-PRICE-ED
007459                       ' AU ' WS-EFF-TEXT
007459          WHEN SQLCODE > ZERO
007459               DISPLAY 'WARNING PRICE PEND : ' SQLCODE
007459               MOVE 'WARNING PRICE PEND' TO WS-LOG-MESSAGE
007459               PERFORM LOG-EXCEPTION
007459          WHEN OTHER
007459               DISPLAY 'ANOMALIE GRAVE PRICE PEND ' SQLCODE
007459               MOVE 'ABEND PRICE PEND' TO WS-LOG-MESSAGE
007459               PERFORM LOG-EXCEPTION
007459               PERFORM ABEND-PROG
007459      END-EVALUATE
007459      .
007459
007460*****************************************
007461*** RUN-ONCE PROTECTION - THE REGISTRY ***
007462*** NAME IS THE DD NAME PLUS THE LOAD  ***
007480      PERFORM EVAL-SQLCODE
007481      IF WS-REG-COUNT > ZERO
007482         MOVE SPACES TO WS-OVRD-PARM
007483         MOVE 'FILEOVRD' TO WS-PGET-NAME
007483         PERFORM GET-RUN-PARM
007483         MOVE WS-PGET-VALUE TO WS-OVRD-PARM
007484         IF WS-OVRD-PARM = 'Y'
007485            DISPLAY 'PART1 : RETRAITEMENT FORCE PAR OPERATEUR'
007486         ELSE
007497*** FILE UNDER THE SAME NAME SHOWS UP. ***
007498*****************************************
007499  HASH-RECORD.
007500      PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 72
007501         ADD FUNCTION ORD(NEWPRODS-RECORD(WS-HX:1))
007502            TO WS-FILE-HASH
007503      END-PERFORM
007487  TAKE-RUN-LOCK.
007487      SET LOCK-REFUSED TO TRUE
007487      MOVE SPACES TO WS-LOCKOVRD-PARM
007487      MOVE 'LOCKOVRD' TO WS-PGET-NAME
007487      PERFORM GET-RUN-PARM
007487      MOVE WS-PGET-VALUE TO WS-LOCKOVRD-PARM
007487      IF WS-LOCKOVRD-PARM = 'Y'
007487         DISPLAY 'PART1 : LOCK ORPHELIN LIBERE PAR OPERATEUR'
007487         PERFORM DELETE-RUN-LOCK
009320      MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
009330      WRITE EXCPLOG-RECORD
009340      .
009440
009540*****************************************
009640*** A COST GIVEN ON NEWPRDS OVERRIDES  ***
009740*** THE RECEIPT-DRIVEN COST. EVERY     ***
009840*** USE IS LISTED AND COUNTED, AND A   ***
009940*** CHANGE IS LOGGED TO                ***
010040*** API5.COST_HISTORY.                 ***
010140*****************************************
010240  REPORT-COST-OVERRIDE.
010340      ADD 1 TO WS-CNT-COST-OVRD
010440      MOVE WS-OLD-COST TO WS-COST-OLD-ED
010540      MOVE PRO-COST    TO WS-COST-NEW-ED
010640      DISPLAY 'COST OVERRIDE : ' PRO-ID ' '
010740              WS-COST-OLD-ED ' -> ' WS-COST-NEW-ED
010840      IF PRO-COST NOT = WS-OLD-COST
010940         MOVE PRO-ID       TO CSTH-P-NO
011040         MOVE WS-LOAD-DATE TO CSTH-DATE
011140         ACCEPT WS-MVT-TIME FROM TIME
011240         MOVE WS-MVT-TIME  TO CSTH-TIME
011340         MOVE WS-OLD-COST  TO CSTH-OLD-COST
011440         MOVE PRO-COST     TO CSTH-NEW-COST
011540         MOVE 'O'          TO CSTH-SOURCE
011640         MOVE SPACES       TO CSTH-REF
011740         MOVE ZERO         TO CSTH-QTY
011840         MOVE WS-LOG-PROGID TO CSTH-PROGID
011940
012040         EXEC SQL
012140             INSERT INTO API5.COST_HISTORY
012240             (P_NO, CHG_DATE, CHG_TIME, OLD_COST, NEW_COST,
012340              SOURCE, REF, QTY, PROGID)
012440             VALUES(:CSTH-P-NO,
012540                    :CSTH-DATE,
012640                    :CSTH-TIME,
012740                    :CSTH-OLD-COST,
012840                    :CSTH-NEW-COST,
012940                    :CSTH-SOURCE,
013040                    :CSTH-REF,
013140                    :CSTH-QTY,
013240                    :CSTH-PROGID)
013340         END-EXEC
013440
013540         EVALUATE TRUE
013640             WHEN SQLCODE = ZERO
013740                  CONTINUE
013840             WHEN SQLCODE > ZERO
013940                  DISPLAY 'WARNING COST HIST : ' SQLCODE
014040                  MOVE 'WARNING COST HIST' TO WS-LOG-MESSAGE
014140                  PERFORM LOG-EXCEPTION
014240             WHEN OTHER
014340                  DISPLAY 'ANOMALIE GRAVE COST HIST ' SQLCODE
014440                  MOVE 'ABEND COST HIST' TO WS-LOG-MESSAGE
014540                  PERFORM LOG-EXCEPTION
014640                  PERFORM ABEND-PROG
014740         END-EVALUATE
014840      END-IF
014940      .
015040
015140******************************************************
015240*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
015340*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
015440*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
015540******************************************************
015640  GET-RUN-PARM.
015740      MOVE RETURN-CODE TO WS-PGET-RETCODE
015840      CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
015940                         WS-PGET-VALUE
016040*     THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
016140      MOVE WS-PGET-RETCODE TO RETURN-CODE
016240      .
