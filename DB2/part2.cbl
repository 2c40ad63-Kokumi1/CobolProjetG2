*   HOLDS ('C'), SO THE PART11 CLERK    *
*   CAN TELL THE TWO APART. RETURNS     *
*   STILL POST.                         *
* 2026-10-15 : A LINE FOR A CUSTOMER    *
*   MERGED INTO ANOTHER ACCOUNT BY      *
*   PART96 (CUSTOMERS.MERGED_INTO SET)  *
*   IS PARKED IN SUSPENSE WITH REASON   *
*   'M' AND THE SURVIVING NUMBER SHOWN, *
*   INSTEAD OF POSTING TO THE DEAD      *
*   NUMBER. UNKNOWN CUSTOMERS PARK      *
*   WITH REASON 'U' AS BEFORE.          *
* 2026-10-15 : A SALE LINE MAY NAME THE *
*   PACK IT WAS ORDERED IN (UNITE-*,    *
*   A CODE FROM API5.PRODUCT_UNITS,     *
*   BLANK = BASE UNIT). THE QUANTITY IS *
*   MULTIPLIED OUT TO BASE UNITS FOR    *
*   STOCK, RESERVATIONS, MOVEMENTS AND  *
*   AMOUNTS (THE PRICE STAYS PER BASE   *
*   UNIT); THE PACK AND PACK COUNT RIDE *
*   ON ITEMS AND THE QUEUES FOR THE     *
*   PICK LIST AND INVOICE. AN UNKNOWN   *
*   PACK REJECTS THE LINE.              *
* 2026-10-15 : UNITS HELD IN QUALITY    *
*   INSPECTION (WAREHOUSE_STOCK.        *
*   QUARANTINE) NO LONGER COUNT AS FREE *
*   STOCK WHEN A LINE IS CHECKED.       *
* 2026-10-15 : A LINE DATED IN A MONTH  *
*   PART23 HAS CLOSED IS NOW REFUSED    *
*   ('PERIODE CLOTUREE') OR RE-DATED TO *
*   THE FIRST DAY OF THE NEXT OPEN      *
*   MONTH, AS PART2'S                   *
*   API5.PERIOD_POLICY ROW SAYS         *
*   (PERCHK). THE RECONCILIATION REPORT *
*   COUNTS BOTH.                        *
* 2026-10-15 : LOCKOVRD=Y NOW NEEDS AN  *
*   OPERATOR ID (OPERATOR ENVIRONMENT   *
*   VARIABLE), CHECKED BY OPERCHK;      *
*   WITHOUT ONE THE LOCK STAYS. A       *
*   CLEARED LOCK WRITES A RUN_LOG 'O'   *
*   ROW CARRYING THAT ID.               *
* 2026-10-15 : DRYRUN=Y RUNS THE WHOLE  *
*   MERGE AND EVERY CHECK AGAINST THE   *
*   LIVE TABLES, WRITES REJVNT/EXCVNT   *
*   AND THE REPORT AS A PROJECTION,     *
*   THEN ROLLS BACK. NO CHECKPOINT,     *
*   FILE_REGISTRY OR RUN_LOG ROW. THE   *
*   REPORT NOW SHOWS THE RUN'S REVENUE. *
* 2026-10-15 : EVERY ORDERS, ITEMS,     *
*   HELD_ORDERS, SUSPENSE, BACKORDERS   *
*   AND RETURN_SUSPENSE ROW NOW CARRIES *
*   THE INPUT FILE IT CAME FROM         *
*   (LOAD_FILE) AND FILE_REGISTRY THE   *
*   RUN'S START TIME (RUN_TIME), SO     *
*   PART110 CAN BACK A LOAD OUT.        *
* 2026-10-15 : A LINE DIVERTED TO       *
*   HELD_ORDERS (CREDIT OR COLLECTIONS) *
*   SENDS A HELDORD ALERT, AND A LINE   *
*   BACKORDERED FOR WANT OF FREE STOCK  *
*   A STOCKOUT ALERT, THROUGH ALERTW TO *
*   THE GATEWAY'S ALERTOUT FILE. A DRY  *
*   RUN SENDS NONE.                     *
* 2026-10-15 : PART2MKT=EU/AS/US/PT     *
*   RUNS ONE MARKET'S FILE AS ITS OWN   *
*   PARTITION, SO THE FOUR FILES CAN    *
*   LOAD IN PARALLEL INSTANCES - EACH   *
*   WITH ITS OWN RUN LOCK AND RUN_LOG   *
*   ID (PART2-EU ...), CHECKPOINT FILE  *
*   (CHKPNT2.EU ...) AND                *
*   API5.LOAD_PARTITIONS ROW, WHICH     *
*   PART122 CHECKS BEFORE PART4 MAY     *
*   RUN. A PARTITION COMMITS AT AN      *
*   ORDER BREAK EVERY 100 LINES,        *
*   RE-READS AND LOCKS EACH DEPOT ROW   *
*   BEFORE ITS STOCK CHECK, AND REJECTS *
*   LINES WHOSE ORDER NUMBER ANOTHER    *
*   MARKET ALREADY OWNS. BALANCES ARE   *
*   NOW ADDED IN PLACE (BALANCE +       *
*   AMOUNT) SO CONCURRENT POSTINGS      *
*   CANNOT OVERWRITE EACH OTHER. BLANK  *
*   PART2MKT KEEPS THE SERIAL MERGE,    *
*   WHICH RECORDS ITS ROW AS MARKET     *
*   '**'.                               *
* 2026-10-15 : AN INTRA-EU BUSINESS     *
*   SALE - A CUSTOMER WITH A VAT NUMBER *
*   ON FILE AND A COUNTRY OTHER THAN    *
*   FRANCE - IS REVERSE CHARGED : THE   *
*   LINE CARRIES NO TAX_AMOUNT, AND THE *
*   RUN COUNTS THE LINES.               *
* 2026-10-15 : A FREE-OF-CHARGE LINE    *
*   (TYPE 'F' ON THE VENT* RECORD, WITH *
*   A REASON CODE - S SAMPLE, G         *
*   GOODWILL, W WARRANTY REPLACEMENT)   *
*   IS NOT PRICED, RESERVES ITS STOCK   *
*   AND POSTS AT ZERO PRICE WITH ITS    *
*   COST AND REASON ON ITEMS. ONE THAT  *
*   CANNOT SHIP IS REJECTED.            *
* 2026-10-15 : A CREDIT-CLEARED SALE    *
*   LINE IS NOW SCREENED AGAINST THE    *
*   CUSTOMER'S OWN HISTORY - NEW        *
*   ACCOUNT, ORDER QUANTITY OR VALUE    *
*   FAR ABOVE THE CUST_SUMMARY          *
*   AVERAGES, A PRODUCT NEVER BOUGHT, A *
*   SHIP-TO NEVER USED. AN ORDER        *
*   SCORING SCRNSCORE OR MORE GOES TO   *
*   HELD_ORDERS WITH REASON 'S' AND ITS *
*   SCORE AND REASONS TO                *
*   API5.ORDER_SCREENING FOR THE        *
*   PART126 REVIEWER.                   *
* 2026-10-15 : THE RUN DATE NOW PASSES  *
*   THROUGH RUNDATE, SO WHEN PARTDRV    *
*   PROCESSES A GIVEN DAY (BATCHDATE -  *
*   AN EARLIER DAY IN A CATCH-UP RUN)   *
*   THE LOAD WORKS AS OF THAT DAY       *
*   INSTEAD OF THE SYSTEM DATE.         *
* 2026-10-15 : THE RUN PARAMETERS NOW   *
*   COME FROM API5.RUN_PARMS THROUGH    *
*   PARMGET (PROGRAM, NAME, EFFECTIVE   *
*   DATE) INSTEAD OF STRAIGHT FROM THE  *
*   ENVIRONMENT; THE VARIABLE OF THE    *
*   SAME NAME STILL OVERRIDES THE TABLE *
*   FOR A RUN, AND EVERY VALUE USED IS  *
*   RECORDED FOR THE PART131 REPORT.    *
*****************************************
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.                  
     SELECT EXCVNT ASSIGN TO FICEXC.
     SELECT CONTMIS ASSIGN TO FICCTM.
     SELECT EXCPLOG ASSIGN TO EXCPLOG.
     SELECT CHKPNT2 ASSIGN TO WS-CHKPNT-DSN
      ORGANIZATION IS SEQUENTIAL
      FILE STATUS IS WS-CHKPNT-STATUS.

    05 TYPE-COMM-VENTAS  PIC X.
       88 TYPE-IS-RETOUR-VENTAS VALUE 'C'.
       88 TYPE-IS-VENTE-VENTAS  VALUE SPACE 'V'.
       88 TYPE-IS-GRATUIT-VENTAS VALUE 'F'.
    05 CODE-DEPOT-VENTAS  PIC X(2).
    05 CODE-SHIPTO-VENTAS PIC X(2).
    05 UNITE-VENTAS       PIC X(2).
    05 MOTIF-GRAT-VENTAS  PIC X(1).
                                         
 FD VENTEU.                              
 01 ENR-VENTEU.                          
    05 TYPE-COMM-VENTEU  PIC X.
       88 TYPE-IS-RETOUR-VENTEU VALUE 'C'.
       88 TYPE-IS-VENTE-VENTEU  VALUE SPACE 'V'.
       88 TYPE-IS-GRATUIT-VENTEU VALUE 'F'.
    05 CODE-DEPOT-VENTEU  PIC X(2).
    05 CODE-SHIPTO-VENTEU PIC X(2).
    05 UNITE-VENTEU       PIC X(2).
    05 MOTIF-GRAT-VENTEU  PIC X(1).

 FD VENTUS.
 01 ENR-VENTUS.
    05 TYPE-COMM-VENTUS  PIC X.
       88 TYPE-IS-RETOUR-VENTUS VALUE 'C'.
       88 TYPE-IS-VENTE-VENTUS  VALUE SPACE 'V'.
       88 TYPE-IS-GRATUIT-VENTUS VALUE 'F'.
    05 CODE-DEPOT-VENTUS  PIC X(2).
    05 CODE-SHIPTO-VENTUS PIC X(2).
    05 UNITE-VENTUS       PIC X(2).
    05 MOTIF-GRAT-VENTUS  PIC X(1).

 FD VENTPT.
 01 ENR-VENTPT.
    05 TYPE-COMM-VENTPT  PIC X.
       88 TYPE-IS-RETOUR-VENTPT VALUE 'C'.
       88 TYPE-IS-VENTE-VENTPT  VALUE SPACE 'V'.
       88 TYPE-IS-GRATUIT-VENTPT VALUE 'F'.
    05 CODE-DEPOT-VENTPT  PIC X(2).
    05 CODE-SHIPTO-VENTPT PIC X(2).
    05 UNITE-VENTPT       PIC X(2).
    05 MOTIF-GRAT-VENTPT  PIC X(1).

 FD REJVNT.
 01 REJVNT-RECORD PIC X(80).
     EXEC SQL
        INCLUDE HELDORD
     END-EXEC.
     EXEC SQL
        INCLUDE SCREEN
     END-EXEC.

     EXEC SQL
        INCLUDE STOCKMVT
        INCLUDE EMPLOYEE
     END-EXEC.

     EXEC SQL
        INCLUDE PRODUNIT
     END-EXEC.

     EXEC SQL
        INCLUDE LOADPART
     END-EXEC.

*****************************************
*** THE SALES STAFF, LOADED ONCE SO    ***
*** EACH LINE'S REP CAN BE VALIDATED   ***
*** ENVIRONMENT VARIABLE.              ***
*****************************************
 77 WS-TODAY-DATE          PIC X(8).
 77 RUNDATE                 PIC X(8) VALUE 'RUNDATE'.
 77 WS-FICVAS-DSN           PIC X(40).
 77 WS-FICVEU-DSN           PIC X(40).
 77 WS-FICVUS-DSN           PIC X(40).
 77 WS-FICVPT-DSN           PIC X(40).
 77 WS-LOAD-FILE            PIC X(44) VALUE SPACES.
 77 WS-RUN-TIME             PIC X(8)  VALUE SPACES.
*****************************************
*** MERGE KEY TABLE - ONE ENTRY PER   ***
*** INPUT FILE, SO ADDING A FOURTH    ***
 77 WS-CNT-ITEMS-INSERTED   PIC 9(7) VALUE ZERO.
 77 WS-DB-ORDERS-COUNT      PIC 9(9) VALUE ZERO.
 77 WS-DB-ITEMS-COUNT       PIC 9(9) VALUE ZERO.
 77 WS-RUN-REVENUE          PIC S9(11)V99 COMP-3 VALUE ZERO.
 77 ED-RUN-REVENUE          PIC -ZZZZZZZZZZ9,99.
*****************************************
*** VALIDATION OF THE MERGED SALES    ***
*** LINE BEFORE IT REACHES ORDERS/    ***
 77 WS-SALE-TYPE             PIC X VALUE SPACE.
    88 SALE-IS-RETOUR           VALUE 'C'.
    88 SALE-IS-VENTE            VALUE SPACE 'V'.
    88 SALE-IS-GRATUIT          VALUE 'F'.
*****************************************
*** WHY A FREE-OF-CHARGE LINE SHIPS - ***
*** S SAMPLE AND G GOODWILL ARE       ***
*** MARKETING EXPENSE, W WARRANTY     ***
*** REPLACEMENT IS WARRANTY EXPENSE.  ***
*****************************************
 77 WS-FOC-REASON            PIC X VALUE SPACE.
    88 FOC-REASON-VALID         VALUE 'S' 'G' 'W'.
 77 WS-CNT-FREE-LINES        PIC 9(5) VALUE ZERO.
 77 WS-LIGNE-VALIDE          PIC X VALUE 'O'.
    88 LIGNE-VALIDE            VALUE 'O'.
    88 LIGNE-INVALIDE          VALUE 'N'.
 77 WS-CUST-FOUND           PIC X VALUE 'O'.
    88 CUSTOMER-FOUND          VALUE 'O'.
    88 CUSTOMER-UNKNOWN        VALUE 'N'.
    88 CUSTOMER-MERGED         VALUE 'M'.
 77 WS-CNT-SUSPENDED        PIC 9(5) VALUE ZERO.
 77 WS-TODAY-DASHED          PIC X(10).
*****************************************
*****************************************
*** WHY A LINE IS BEING DIVERTED TO    ***
*** HELD_ORDERS - 'C' CREDIT LIMIT,    ***
*** 'B' COLLECTIONS BLOCK, 'S'         ***
*** UNUSUAL ORDER HELD FOR REVIEW.     ***
*****************************************
 77 WS-HOLD-REASON          PIC X VALUE 'C'.
 77 WS-CNT-BLOCKED          PIC 9(5) VALUE ZERO.
*****************************************
*** UNUSUAL ORDER SCREENING - POINTS  ***
*** PER FACTOR (SEE SCREEN.CPY), THE  ***
*** THRESHOLD AND LIMITS (SCRNSCORE,  ***
*** SCRNMULT, SCRNNEWDAYS,            ***
*** SCRNNEWVAL), AND THE PROFILE OF   ***
*** THE ORDER BEING SCREENED, READ    ***
*** ONCE PER ORDER.                   ***
*****************************************
 77 WS-SCR-PTS-NEW          PIC 9(3) VALUE 25.
 77 WS-SCR-PTS-QTY          PIC 9(3) VALUE 40.
 77 WS-SCR-PTS-VAL          PIC 9(3) VALUE 40.
 77 WS-SCR-PTS-PROD         PIC 9(3) VALUE 15.
 77 WS-SCR-PTS-SHIP         PIC 9(3) VALUE 25.
 77 WS-SCR-PARM             PIC X(3).
 77 WS-SCR-VAL-PARM         PIC X(7).
 77 WS-SCR-THRESHOLD        PIC 9(3) VALUE 50.
 77 WS-SCR-MULT             PIC 9(3) VALUE 10.
 77 WS-SCR-NEW-DAYS         PIC 9(3) VALUE 90.
 77 WS-SCR-NEW-VALUE        PIC 9(7) VALUE 5000.
 77 WS-SCR-WORK-DATE        PIC 9(8).
 77 WS-SCR-WORK-DATE-X      REDEFINES WS-SCR-WORK-DATE PIC X(8).
 77 WS-SCR-NEW-CUTOFF       PIC X(10).
 77 WS-SCR-NO-HISTORY       PIC X(10) VALUE '9999-12-31'.
 77 WS-SCR-ORDER            PIC 9(6) VALUE ZERO.
 77 WS-SCR-DIVERTED         PIC 9(6) VALUE ZERO.
 77 WS-SCR-FIRST-DATE       PIC X(10).
 77 WS-SCR-AVG-QTY          PIC S9(9)V99 USAGE COMP-3.
 77 WS-SCR-AVG-SPEND        PIC S9(9)V99 USAGE COMP-3.
 77 WS-SCR-ORD-QTY          PIC 9(7) USAGE COMP-3.
 77 WS-SCR-ORD-VALUE        PIC S9(9)V99 USAGE COMP-3.
 77 WS-SCR-PROBE            PIC 9(5).
 77 WS-SCR-SCORE            PIC 9(3).
 77 WS-SCREEN-SW            PIC X VALUE 'O'.
    88 SCREEN-PASSED           VALUE 'O'.
    88 SCREEN-DIVERTED         VALUE 'N'.
 77 WS-CNT-SCREENED         PIC 9(5) VALUE ZERO.
 77 WS-CNT-SCRN-ORDERS      PIC 9(5) VALUE ZERO.
 01 WS-SCR-REASONS.
    05 SCR-RSN-NEW           PIC X VALUE SPACE.
    05 SCR-RSN-QTY           PIC X VALUE SPACE.
    05 SCR-RSN-VAL           PIC X VALUE SPACE.
    05 SCR-RSN-PROD          PIC X VALUE SPACE.
    05 SCR-RSN-SHIP          PIC X VALUE SPACE.
 77 WS-MVT-TIME              PIC X(8).
*****************************************
*** QUANTITY AND LOT OF THE MOVEMENT   ***
    88 CUSTOMER-EXEMPT          VALUE 'O'.
    88 CUSTOMER-TAXED           VALUE 'N'.
*****************************************
*** REVERSE CHARGE - THE CUSTOMER IS  ***
*** VAT-REGISTERED IN ANOTHER EU      ***
*** COUNTRY (PART9 ONLY LOADS EU VAT  ***
*** NUMBERS).                         ***
*****************************************
 77 WS-HOME-COUNTRY          PIC X(2) VALUE 'FR'.
 77 WS-REVCHG-SW             PIC X VALUE 'N'.
    88 SALE-REVERSE-CHARGED     VALUE 'O'.
    88 SALE-DOMESTIC-VAT        VALUE 'N'.
 77 WS-CNT-REVCHG            PIC 9(5) VALUE ZERO.
*****************************************
*** KNOWN-REP CACHE (E_NO IS 2 DIGITS) ***
*** AND THE TERRITORY DEFAULT COUNTER. ***
*****************************************
    88 CONV-LINE-BAD           VALUE 'O'.
    88 CONV-LINE-OK            VALUE 'N'.
 77 WS-CNT-CONV-REJECT      PIC 9(5) VALUE ZERO.
 77 WS-UNIT-LINE-BAD        PIC X VALUE 'N'.
    88 UNIT-LINE-BAD           VALUE 'O'.
    88 UNIT-LINE-OK            VALUE 'N'.
 77 WS-CNT-UNIT-CONVERTED   PIC 9(5) VALUE ZERO.
 77 WS-MARKET                PIC X(2) VALUE SPACES.
 77 WS-LOCK-PROGID          PIC X(8) VALUE 'PART2'.
 77 WS-LOCK-DATE             PIC X(10).
 77 WS-LOCK-TIME             PIC X(8).
 77 WS-LOCKOVRD-PARM         PIC X(1).
 77 WS-DRYRUN-PARM           PIC X(1) VALUE 'N'.
    88 DRY-RUN                  VALUE 'Y'.
 77 WS-LOCK-TAKEN            PIC X VALUE 'N'.
    88 LOCK-TAKEN               VALUE 'O'.
    88 LOCK-REFUSED             VALUE 'N'.
 77 WS-RLOG-LOADED          PIC 9(7) VALUE ZERO.
 77 WS-RLOG-REJECTED        PIC 9(7) VALUE ZERO.
 77 WS-RLOG-RETCODE         PIC 9(4) VALUE ZERO.
 77 PARMGET                 PIC X(8) VALUE 'PARMGET'.
 77 WS-PGET-PROGID          PIC X(8) VALUE 'PART2'.
 77 WS-PGET-NAME            PIC X(12).
 77 WS-PGET-VALUE           PIC X(40).
 77 WS-PGET-RETCODE         PIC S9(4) COMP.
 77 ALERTW                  PIC X(8) VALUE 'ALERTW'.
 77 WS-ALRT-PROGID          PIC X(8) VALUE 'PART2'.
 77 WS-ALRT-TYPE            PIC X(8).
 77 WS-ALRT-SEVERITY        PIC X(1).
 77 WS-ALRT-KEY             PIC X(20).
 77 WS-ALRT-MESSAGE         PIC X(60).
 77 WS-ALRT-STATUS          PIC X(1).
 77 OPERCHK                 PIC X(8) VALUE 'OPERCHK'.
 77 WS-OPER-ACTION          PIC X(8) VALUE 'LOCKOVRD'.
 77 WS-OPER-NEED-APPR       PIC X(1) VALUE 'N'.
 77 WS-OPERATOR             PIC X(8) VALUE SPACES.
 77 WS-APPROVER             PIC X(8) VALUE SPACES.
 77 WS-OPER-STATUS          PIC X(1).
 77 WS-OPER-MESSAGE         PIC X(40).
*****************************************
*** VAT RATE RESOLUTION FOR THE LINE   ***
*** BEING LOADED - PRODUCT RATE FIRST, ***
 77 WS-BDAY-FUNC         PIC X(1).
 77 WS-BDAY-RESULT       PIC X(10).
 77 WS-BDAY-STATUS       PIC X(1).
 77 PERCHK               PIC X(8) VALUE 'PERCHK'.
 77 WS-PER-RESULT        PIC X(10).
 77 WS-PER-STATUS        PIC X(1).
    88 PERIOD-REFUSED      VALUE 'N'.
 77 WS-CNT-PER-REFUSED   PIC 9(5) VALUE ZERO.
 77 WS-CNT-PER-REDATED   PIC 9(5) VALUE ZERO.
 77 WS-FILE-DATE         PIC X(8).
*****************************************
*** MARKET PARTITIONING - PART2MKT =   ***
*** EU/AS/US/PT RUNS THIS INSTANCE ON  ***
*** THAT MARKET'S FILE ONLY, WITH ITS  ***
*** OWN CHECKPOINT, RUN LOCK, RUN_LOG  ***
*** ROW AND LOAD_PARTITIONS ROW. BLANK ***
*** = THE SERIAL FOUR-FILE MERGE.      ***
*****************************************
 77 WS-PART-PARM         PIC X(2) VALUE SPACES.
 77 WS-PART-IX           PIC 9 VALUE ZERO.
    88 SERIAL-RUN          VALUE 0.
    88 PARTITION-RUN       VALUE 1 THRU 4.
    88 PART-IS-EU          VALUE 1.
    88 PART-IS-AS          VALUE 2.
    88 PART-IS-US          VALUE 3.
    88 PART-IS-PT          VALUE 4.
 77 WS-CHKPNT-DSN        PIC X(40) VALUE 'CHKPNT2'.
 77 WS-PART-INTERVAL     PIC 9(5) VALUE 100.
*****************************************
*** ORDER NUMBER OWNERSHIP - A         ***
*** PARTITION FINDING ITS ORDER NUMBER ***
*** ALREADY TAKEN BY ANOTHER MARKET OR ***
*** CUSTOMER REJECTS THE LINES INSTEAD ***
*** OF POSTING THEM UNDER THAT ORDER.  ***
*****************************************
 77 WS-OWNER-MARKET      PIC X(2).
 77 WS-OWNER-CUST        PIC 9(4).
 77 WS-ORDER-FOREIGN     PIC X VALUE 'N'.
    88 ORDER-IS-FOREIGN    VALUE 'O'.
    88 ORDER-NOT-FOREIGN   VALUE 'N'.
 77 WS-CNT-FOREIGN       PIC 9(5) VALUE ZERO.
                                                            
 PROCEDURE DIVISION.

     PERFORM INITIALIZE-FILE-NAMES
     PERFORM INITIALIZE-SCREENING
     PERFORM INITIALIZE-DRY-RUN
     PERFORM INITIALIZE-PARTITION
     IF NOT SERIAL-RUN AND NOT PARTITION-RUN
        DISPLAY 'PART2 : PART2MKT INCONNU : ' WS-PART-PARM
                ' - EU, AS, US, PT OU BLANC'
        MOVE 8 TO RETURN-CODE
        GOBACK
     END-IF

     MOVE 'S' TO WS-RLOG-EVENT
     PERFORM WRITE-RUN-LOG
     ACCEPT WS-RUN-TIME FROM TIME

     PERFORM TAKE-RUN-LOCK
     IF LOCK-REFUSED
        GOBACK
     END-IF

     IF NOT DRY-RUN
        PERFORM START-PARTITION-STATUS
     END-IF

     INITIALIZE WS-REG-TABLE
     INITIALIZE WS-CTL-TABLE
     MOVE 'N' TO WS-CTL-MODE(1) WS-CTL-MODE(2)
     MOVE 'N' TO WS-CTL-TRL-SEEN(1) WS-CTL-TRL-SEEN(2)
                 WS-CTL-TRL-SEEN(3) WS-CTL-TRL-SEEN(4)

     PERFORM OPEN-INPUT-FILES
     OPEN OUTPUT REJVNT
     OPEN OUTPUT EXCVNT
     OPEN OUTPUT CONTMIS
     OPEN EXTEND EXCPLOG

     IF NOT DRY-RUN
        PERFORM READ-CHECKPOINT
     END-IF
     PERFORM LOAD-CATALOG-CACHE
     PERFORM LOAD-STOCK-CACHE
     PERFORM LOAD-EMPLOYEE-CACHE

     IF WS-FLAG-EU = ZERO
        PERFORM LECT-VENTEU
     END-IF
     IF WS-FLAG-AS = ZERO
        PERFORM LECT-VENTAS
     END-IF
     IF WS-FLAG-US = ZERO
        PERFORM LECT-VENTUS
     END-IF
     IF WS-FLAG-PT = ZERO
        PERFORM LECT-VENTPT
     END-IF
     PERFORM SKIP-TO-RESTART-POINT

************************************
        PERFORM FIND-MIN-MERGE-KEY
        EVALUATE TRUE
           WHEN MERGE-IS-VENTEU
              MOVE WS-FICVEU-DSN TO WS-LOAD-FILE
              PERFORM PREPARE-DATA-VENTEU
              PERFORM INSERT-DATA-TO-BDD
              MOVE NO-COMM-VENTEU TO WS-LAST-DONE-VENTEU
              PERFORM LECT-VENTEU
           WHEN MERGE-IS-VENTAS
              MOVE WS-FICVAS-DSN TO WS-LOAD-FILE
              PERFORM PREPARE-DATA-VENTAS
              PERFORM INSERT-DATA-TO-BDD
              MOVE NO-COMM-VENTAS TO WS-LAST-DONE-VENTAS
              PERFORM LECT-VENTAS
           WHEN MERGE-IS-VENTUS
              MOVE WS-FICVUS-DSN TO WS-LOAD-FILE
              PERFORM PREPARE-DATA-VENTUS
              PERFORM INSERT-DATA-TO-BDD
              MOVE NO-COMM-VENTUS TO WS-LAST-DONE-VENTUS
              PERFORM LECT-VENTUS
           WHEN MERGE-IS-VENTPT
              MOVE WS-FICVPT-DSN TO WS-LOAD-FILE
              PERFORM PREPARE-DATA-VENTPT
              PERFORM INSERT-DATA-TO-BDD
              MOVE NO-COMM-VENTPT TO WS-LAST-DONE-VENTPT
     PERFORM FLUSH-ORDER-BALANCE
     PERFORM APPLY-STOCK-DELTAS
     PERFORM CHECK-ALL-TRAILERS
     IF DRY-RUN
        PERFORM ROLLBACK-DRY-RUN
     ELSE
        PERFORM CLEAR-CHECKPOINT
        PERFORM REGISTER-ALL-FILES
        PERFORM END-PARTITION-STATUS
     END-IF
     PERFORM RELEASE-RUN-LOCK

     PERFORM CLOSE-INPUT-FILES
     CLOSE REJVNT EXCVNT CONTMIS EXCPLOG

     DISPLAY 'SEQUENCE ERRORS DETECTED : ' WS-SEQ-ERROR-COUNT

*****************************************
*** ONE RUN-LOG ROW PER START/END OF  ***
*** THIS RUN, THROUGH THE SHARED      ***
*** RUNLOGW SERVICE ROUTINE. A DRY    ***
*** RUN LOGS ONLY A LOCK OVERRIDE.    ***
*****************************************
 WRITE-RUN-LOG.
     IF NOT DRY-RUN OR WS-RLOG-EVENT = 'O'
        CALL RUNLOGW USING WS-RLOG-PROGID WS-RLOG-EVENT
                           WS-RLOG-READ WS-RLOG-LOADED
                           WS-RLOG-REJECTED WS-RLOG-RETCODE
     END-IF
*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE
*    IT SO A NONZERO END CODE REACHES THE SCHEDULER.
     MOVE WS-RLOG-RETCODE TO RETURN-CODE
     .

*****************************************
*** RUN PARAMETERS COME FROM          ***
*** API5.RUN_PARMS THROUGH THE SHARED ***
*** PARMGET ROUTINE; THE ENVIRONMENT  ***
*** VARIABLE OF THE SAME NAME STILL   ***
*** OVERRIDES THEM.                   ***
*****************************************
 GET-RUN-PARM.
     MOVE RETURN-CODE TO WS-PGET-RETCODE
     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
                        WS-PGET-VALUE
*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
     MOVE WS-PGET-RETCODE TO RETURN-CODE
     .

*****************************************
*** DRYRUN=Y - VALIDATION ONLY. THE    ***
*** RUN POSTS AS USUAL INSIDE ONE UNIT ***
*** OF WORK AND ROLLS IT BACK AT END,  ***
*** SO THE REPORT IS A PROJECTION.     ***
*****************************************
 INITIALIZE-DRY-RUN.
     MOVE SPACES TO WS-DRYRUN-PARM
     MOVE 'DRYRUN' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-DRYRUN-PARM
     IF DRY-RUN
        DISPLAY 'PART2 : DRY RUN - VALIDATION SEULE, RIEN N EST'
                ' POSTE'
     END-IF
     .

*****************************************
*** PART2MKT=EU/AS/US/PT MAKES THIS    ***
*** RUN ONE MARKET PARTITION - THE     ***
*** NIGHT'S FOUR FILES THEN LOAD SIDE  ***
*** BY SIDE IN FOUR INSTANCES, EACH    ***
*** WITH ITS OWN RUN LOCK AND RUN_LOG  ***
*** ID (PART2-EU ...) AND CHECKPOINT   ***
*** FILE (CHKPNT2.EU ...). BLANK KEEPS ***
*** THE SERIAL FOUR-FILE MERGE.        ***
*****************************************
 INITIALIZE-PARTITION.
     MOVE SPACES TO WS-PART-PARM
     MOVE 'PART2MKT' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-PART-PARM
     EVALUATE WS-PART-PARM
        WHEN SPACES
             MOVE ZERO TO WS-PART-IX
        WHEN 'EU'
             MOVE 1 TO WS-PART-IX
        WHEN 'AS'
             MOVE 2 TO WS-PART-IX
        WHEN 'US'
             MOVE 3 TO WS-PART-IX
        WHEN 'PT'
             MOVE 4 TO WS-PART-IX
        WHEN OTHER
             MOVE 9 TO WS-PART-IX
     END-EVALUATE
     IF PARTITION-RUN
        STRING 'PART2-' WS-PART-PARM DELIMITED BY SIZE
               INTO WS-LOCK-PROGID
        END-STRING
        MOVE WS-LOCK-PROGID TO WS-RLOG-PROGID
        MOVE SPACES TO WS-CHKPNT-DSN
        STRING 'CHKPNT2.' WS-PART-PARM DELIMITED BY SIZE
               INTO WS-CHKPNT-DSN
        END-STRING
        DISPLAY 'PART2 : PARTITION MARCHE ' WS-PART-PARM
                ' - INSTANCE ' WS-LOCK-PROGID
     END-IF
     .

*****************************************
*** A PARTITION OPENS ONLY ITS OWN     ***
*** MARKET'S FILE; THE OTHER THREE     ***
*** START AT END OF FILE SO THE MERGE  ***
*** NEVER PICKS THEM.                  ***
*****************************************
 OPEN-INPUT-FILES.
     IF SERIAL-RUN
        OPEN INPUT VENTEU VENTAS VENTUS VENTPT
     ELSE
        MOVE 1 TO WS-FLAG-EU WS-FLAG-AS WS-FLAG-US WS-FLAG-PT
        MOVE 9999999 TO WS-MERGE-KEY(1) WS-MERGE-KEY(2)
                        WS-MERGE-KEY(3) WS-MERGE-KEY(4)
        EVALUATE TRUE
           WHEN PART-IS-EU
                OPEN INPUT VENTEU
                MOVE ZERO TO WS-FLAG-EU
           WHEN PART-IS-AS
                OPEN INPUT VENTAS
                MOVE ZERO TO WS-FLAG-AS
           WHEN PART-IS-US
                OPEN INPUT VENTUS
                MOVE ZERO TO WS-FLAG-US
           WHEN PART-IS-PT
                OPEN INPUT VENTPT
                MOVE ZERO TO WS-FLAG-PT
        END-EVALUATE
     END-IF
     .

 CLOSE-INPUT-FILES.
     EVALUATE TRUE
        WHEN SERIAL-RUN
             CLOSE VENTEU VENTAS VENTUS VENTPT
        WHEN PART-IS-EU
             CLOSE VENTEU
        WHEN PART-IS-AS
             CLOSE VENTAS
        WHEN PART-IS-US
             CLOSE VENTUS
        WHEN PART-IS-PT
             CLOSE VENTPT
     END-EVALUATE
     .

*****************************************
*** BUILDS THE THREE INPUT FILE NAMES ***
*** THIS RUN WILL OPEN. AN OPERATOR-  ***
*****************************************
 INITIALIZE-FILE-NAMES.
     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
     CALL RUNDATE USING WS-TODAY-DATE
     STRING WS-TODAY-DATE(1:4) '-' WS-TODAY-DATE(5:2) '-'
            WS-TODAY-DATE(7:2) DELIMITED BY SIZE
            INTO WS-TODAY-DASHED
     PERFORM READ-DEVISE-OVERRIDES

     MOVE SPACES TO WS-FICVAS-DSN
     MOVE 'FICVAS' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-FICVAS-DSN
     IF WS-FICVAS-DSN = SPACES
        STRING 'VENTAS.' WS-FILE-DATE DELIMITED BY SIZE
               INTO WS-FICVAS-DSN
     END-IF

     MOVE SPACES TO WS-FICVEU-DSN
     MOVE 'FICVEU' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-FICVEU-DSN
     IF WS-FICVEU-DSN = SPACES
        STRING 'VENTEU.' WS-FILE-DATE DELIMITED BY SIZE
               INTO WS-FICVEU-DSN
     END-IF

     MOVE SPACES TO WS-FICVUS-DSN
     MOVE 'FICVUS' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-FICVUS-DSN
     IF WS-FICVUS-DSN = SPACES
        STRING 'VENTUS.' WS-FILE-DATE DELIMITED BY SIZE
               INTO WS-FICVUS-DSN
     END-IF

     MOVE SPACES TO WS-FICVPT-DSN
     MOVE 'FICVPT' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-FICVPT-DSN
     IF WS-FICVPT-DSN = SPACES
        STRING 'VENTPT.' WS-FILE-DATE DELIMITED BY SIZE
               INTO WS-FICVPT-DSN
*****************************************
 READ-DEVISE-OVERRIDES.
     MOVE SPACES TO WS-LINE-DEVISE
     MOVE 'DEVVEU' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
     IF WS-LINE-DEVISE NOT = SPACES
        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTEU
     END-IF
     MOVE SPACES TO WS-LINE-DEVISE
     MOVE 'DEVVAS' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
     IF WS-LINE-DEVISE NOT = SPACES
        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTAS
     END-IF
     MOVE SPACES TO WS-LINE-DEVISE
     MOVE 'DEVVUS' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
     IF WS-LINE-DEVISE NOT = SPACES
        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTUS
     END-IF
     MOVE SPACES TO WS-LINE-DEVISE
     MOVE 'DEVVPT' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-LINE-DEVISE
     IF WS-LINE-DEVISE NOT = SPACES
        MOVE WS-LINE-DEVISE TO WS-DEVISE-VENTPT
     END-IF

     DISPLAY '====================================='
     DISPLAY 'PART2 RECONCILIATION REPORT'
     IF PARTITION-RUN
        DISPLAY '  PARTITION MARCHE        : ' WS-PART-PARM
     END-IF
     IF DRY-RUN
        DISPLAY '  *** DRY RUN - PROJECTION, ROLLED BACK ***'
     END-IF
     DISPLAY '  INPUT RECORDS READ      : ' WS-CNT-READ
     DISPLAY '  SALE LINES REJECTED     : ' WS-CNT-REJECTED
     DISPLAY '  SALE LINES SUSPENDED    : ' WS-CNT-SUSPENDED
     DISPLAY '  SALE LINES HELD         : ' WS-CNT-HELD
     DISPLAY '   OF WHICH COLLECTIONS   : ' WS-CNT-BLOCKED
     DISPLAY '   OF WHICH SCREENING     : ' WS-CNT-SCREENED
     DISPLAY '  ORDERS HELD FOR REVIEW  : ' WS-CNT-SCRN-ORDERS
     DISPLAY '  RETURNS PARKED (NO RMA) : ' WS-CNT-RET-SUSP
     DISPLAY '  REPS FILLED (TERRITORY) : ' WS-CNT-REP-DEFAULTED
     DISPLAY '  SALE LINES BACKORDERED  : ' WS-CNT-BACKORDERED
     DISPLAY '  CONTRACT PRICES APPLIED : ' WS-CNT-CONTRACT
     DISPLAY '  CONTRACT MISMATCHES     : ' WS-CNT-CONT-MISMATCH
     DISPLAY '  CONVERSION REJECTS      : ' WS-CNT-CONV-REJECT
     DISPLAY '  CLOSED PERIOD REFUSED   : ' WS-CNT-PER-REFUSED
     DISPLAY '  CLOSED PERIOD REDATED   : ' WS-CNT-PER-REDATED
     DISPLAY '  PACK LINES CONVERTED    : ' WS-CNT-UNIT-CONVERTED
     DISPLAY '  REVERSE-CHARGE LINES    : ' WS-CNT-REVCHG
     DISPLAY '  FREE LINES POSTED       : ' WS-CNT-FREE-LINES
     IF PARTITION-RUN
        DISPLAY '  ORDER NO. OF OTHER MKT  : ' WS-CNT-FOREIGN
     END-IF
     DISPLAY '  ORDERS INSERTED (RUN)   : ' WS-CNT-ORDERS-INSERTED
     DISPLAY '  ITEMS INSERTED (RUN)    : ' WS-CNT-ITEMS-INSERTED
     MOVE WS-RUN-REVENUE TO ED-RUN-REVENUE
     DISPLAY '  REVENUE (RUN)           : ' ED-RUN-REVENUE
     DISPLAY '  ORDERS ROWS IN DATABASE : ' WS-DB-ORDERS-COUNT
     DISPLAY '  ITEMS ROWS IN DATABASE  : ' WS-DB-ITEMS-COUNT
     DISPLAY '====================================='
     .

*****************************************
*** THE INSTANCE'S API5.LOAD_PARTITIONS***
*** ROW - WRITTEN 'R' AND COMMITTED AT ***
*** START, SET TO 'E' WITH THE RETURN  ***
*** CODE AND COUNTS AT CLEAN END (THE  ***
*** RUN LOCK RELEASE COMMITS IT).      ***
*** PART122 READS THEM BEFORE PART4 IS ***
*** LET RUN. THE SERIAL MERGE WRITES   ***
*** MARKET '**'.                       ***
*****************************************
 START-PARTITION-STATUS.
     STRING WS-FILE-DATE(1:4) '-' WS-FILE-DATE(5:2) '-'
            WS-FILE-DATE(7:2) DELIMITED BY SIZE
            INTO LPART-LOAD-DATE
     END-STRING
     MOVE SPACES TO LPART-LOAD-FILE
     EVALUATE TRUE
        WHEN SERIAL-RUN
             MOVE '**' TO LPART-MARKET
        WHEN PART-IS-EU
             MOVE WS-FICVEU-DSN TO LPART-LOAD-FILE
        WHEN PART-IS-AS
             MOVE WS-FICVAS-DSN TO LPART-LOAD-FILE
        WHEN PART-IS-US
             MOVE WS-FICVUS-DSN TO LPART-LOAD-FILE
        WHEN PART-IS-PT
             MOVE WS-FICVPT-DSN TO LPART-LOAD-FILE
     END-EVALUATE
     IF PARTITION-RUN
        MOVE WS-PART-PARM TO LPART-MARKET
     END-IF
     MOVE 'R'         TO LPART-STATUS
     MOVE WS-RUN-TIME TO LPART-START-TIME
     MOVE SPACES      TO LPART-END-TIME
     MOVE ZERO        TO LPART-RETCODE
     EXEC SQL
         UPDATE API5.LOAD_PARTITIONS
         SET STATUS        = :LPART-STATUS,
             START_TIME    = :LPART-START-TIME,
             END_TIME      = :LPART-END-TIME,
             RETCODE       = :LPART-RETCODE,
             LOAD_FILE     = :LPART-LOAD-FILE,
             READ_CNT      = 0,
             ORDERS_CNT    = 0,
             ITEMS_CNT     = 0,
             REJECTED_CNT  = 0,
             SUSPENDED_CNT = 0,
             HELD_CNT      = 0,
             BACKORD_CNT   = 0,
             REVENUE       = 0
         WHERE LOAD_DATE = :LPART-LOAD-DATE
         AND   MARKET    = :LPART-MARKET
     END-EXEC
     IF SQLCODE = +100
        EXEC SQL
            INSERT INTO API5.LOAD_PARTITIONS
            (LOAD_DATE, MARKET, STATUS, START_TIME, END_TIME,
             RETCODE, LOAD_FILE, READ_CNT, ORDERS_CNT, ITEMS_CNT,
             REJECTED_CNT, SUSPENDED_CNT, HELD_CNT, BACKORD_CNT,
             REVENUE)
            VALUES(:LPART-LOAD-DATE,
                   :LPART-MARKET,
                   :LPART-STATUS,
                   :LPART-START-TIME,
                   :LPART-END-TIME,
                   :LPART-RETCODE,
                   :LPART-LOAD-FILE,
                   0, 0, 0, 0, 0, 0, 0, 0)
        END-EXEC
     END-IF
     PERFORM TEST-SQLCODE
     PERFORM COMMIT-RUN-LOCK
     .

 END-PARTITION-STATUS.
     MOVE 'E'                    TO LPART-STATUS
     ACCEPT LPART-END-TIME FROM TIME
     MOVE RETURN-CODE            TO LPART-RETCODE
     MOVE WS-CNT-READ            TO LPART-READ-CNT
     MOVE WS-CNT-ORDERS-INSERTED TO LPART-ORDERS-CNT
     MOVE WS-CNT-ITEMS-INSERTED  TO LPART-ITEMS-CNT
     MOVE WS-CNT-REJECTED        TO LPART-REJECTED-CNT
     MOVE WS-CNT-SUSPENDED       TO LPART-SUSPENDED-CNT
     MOVE WS-CNT-HELD            TO LPART-HELD-CNT
     MOVE WS-CNT-BACKORDERED     TO LPART-BACKORD-CNT
     MOVE WS-RUN-REVENUE         TO LPART-REVENUE
     EXEC SQL
         UPDATE API5.LOAD_PARTITIONS
         SET STATUS        = :LPART-STATUS,
             END_TIME      = :LPART-END-TIME,
             RETCODE       = :LPART-RETCODE,
             READ_CNT      = :LPART-READ-CNT,
             ORDERS_CNT    = :LPART-ORDERS-CNT,
             ITEMS_CNT     = :LPART-ITEMS-CNT,
             REJECTED_CNT  = :LPART-REJECTED-CNT,
             SUSPENDED_CNT = :LPART-SUSPENDED-CNT,
             HELD_CNT      = :LPART-HELD-CNT,
             BACKORD_CNT   = :LPART-BACKORD-CNT,
             REVENUE       = :LPART-REVENUE
         WHERE LOAD_DATE = :LPART-LOAD-DATE
         AND   MARKET    = :LPART-MARKET
     END-EXEC
     PERFORM TEST-SQLCODE
     .

*****************************************
*** RESTART SUPPORT - READS WHATEVER  ***
*** CHKPNT2 LEFT BEHIND FROM A PRIOR  ***
*****************************************
 CHECK-INTERIM-CHECKPOINT.
     ADD 1 TO WS-CNT-SINCE-COMMIT
     IF PARTITION-RUN
        IF WS-CNT-SINCE-COMMIT >= WS-PART-INTERVAL
           AND NOT DRY-RUN
           AND WS-MERGE-KEY(WS-PART-IX) NOT = WS-MIN-KEY
           PERFORM COMMIT-PARTITION-WORK
           MOVE ZERO TO WS-CNT-SINCE-COMMIT
        END-IF
     ELSE
        IF WS-CNT-SINCE-COMMIT >= WS-COMMIT-INTERVAL
           AND NOT DRY-RUN
           PERFORM WRITE-CHECKPOINT
           MOVE ZERO TO WS-CNT-SINCE-COMMIT
        END-IF
     END-IF
     .

*****************************************
*** A MARKET PARTITION COMMITS ITS     ***
*** WORK AT AN ORDER BREAK EVERY       ***
*** WS-PART-INTERVAL LINES - BALANCE,  ***
*** STOCK DELTAS, ORDERS AND ITEMS     ***
*** TOGETHER - AND ONLY THEN WRITES    ***
*** ITS CHECKPOINT, SO THE LOCKS THE   ***
*** OTHER PARTITIONS WAIT ON ARE HELD  ***
*** BRIEFLY AND A RESTART RESUMES      ***
*** EXACTLY AFTER THE LAST COMMITTED   ***
*** ORDER.                             ***
*****************************************
 COMMIT-PARTITION-WORK.
     PERFORM FLUSH-ORDER-BALANCE
     PERFORM APPLY-STOCK-DELTAS
     PERFORM FOLD-STOCK-DELTAS
     PERFORM COMMIT-RUN-LOCK
     PERFORM WRITE-CHECKPOINT
     .

*****************************************
*** ONCE APPLIED AND COMMITTED, THE    ***
*** DELTAS BECOME PART OF THE CACHED   ***
*** FIGURES SO THE END-OF-RUN APPLY    ***
*** DOES NOT POST THEM TWICE.          ***
*****************************************
 FOLD-STOCK-DELTAS.
     IF WS-STK-COUNT > ZERO
        PERFORM FOLD-ONE-DEPOT-DELTA
           VARYING WS-SX FROM 1 BY 1
           UNTIL WS-SX > WS-STK-COUNT
     END-IF
     IF WS-CAT-COUNT > ZERO
        PERFORM FOLD-ONE-POOLED-DELTA
           VARYING WS-CX FROM 1 BY 1
           UNTIL WS-CX > WS-CAT-COUNT
     END-IF
     .

 FOLD-ONE-DEPOT-DELTA.
     IF WS-STK-DELTA(WS-SX) NOT = ZERO
        OR WS-STK-RESV-DLT(WS-SX) NOT = ZERO
        ADD WS-STK-DELTA(WS-SX)    TO WS-STK-QTY(WS-SX)
        ADD WS-STK-RESV-DLT(WS-SX) TO WS-STK-RESV(WS-SX)
        MOVE ZERO TO WS-STK-DELTA(WS-SX)
        MOVE ZERO TO WS-STK-RESV-DLT(WS-SX)
        MOVE 'O'  TO WS-STK-ON-FILE(WS-SX)
     END-IF
     .

 FOLD-ONE-POOLED-DELTA.
     MOVE ZERO TO WS-CAT-DELTA(WS-CX)
     .

 FIND-MIN-MERGE-KEY.
     MOVE 9999999 TO WS-MIN-KEY
     MOVE ZERO TO WS-MIN-INDEX
     MOVE NO-CLIENT-VENTEU TO ORDERS-C-NO
     MOVE NO-PROD-VENTEU TO ITEMS-P-NO
     MOVE QUANTITE-VENTEU TO ITEMS-QUANTITY
     MOVE QUANTITE-VENTEU TO ITEMS-ORDER-QTY
     MOVE UNITE-VENTEU TO ITEMS-ORDER-UNIT
     MOVE PRIX-VENTEU TO ITEMS-PRICE
     MOVE TYPE-COMM-VENTEU TO WS-SALE-TYPE
     MOVE MOTIF-GRAT-VENTEU TO WS-FOC-REASON
     IF CODE-DEPOT-VENTEU = SPACES
        MOVE 'W1' TO WS-WAREHOUSE
     ELSE
     MOVE WS-MARKET TO ORDERS-MARKET
     MOVE WS-DEVISE-VENTEU TO WS-LINE-DEVISE
     PERFORM RESOLVE-LINE-PRICE
     PERFORM APPLY-ORDER-UNIT
     .

 PREPARE-DATA-VENTAS.
     MOVE NO-CLIENT-VENTAS TO ORDERS-C-NO
     MOVE NO-PROD-VENTAS TO ITEMS-P-NO
     MOVE QUANTITE-VENTAS TO ITEMS-QUANTITY
     MOVE QUANTITE-VENTAS TO ITEMS-ORDER-QTY
     MOVE UNITE-VENTAS TO ITEMS-ORDER-UNIT
     MOVE PRIX-VENTAS TO ITEMS-PRICE
     MOVE TYPE-COMM-VENTAS TO WS-SALE-TYPE
     MOVE MOTIF-GRAT-VENTAS TO WS-FOC-REASON
     IF CODE-DEPOT-VENTAS = SPACES
        MOVE 'W1' TO WS-WAREHOUSE
     ELSE
     MOVE WS-MARKET TO ORDERS-MARKET
     MOVE WS-DEVISE-VENTAS TO WS-LINE-DEVISE
     PERFORM RESOLVE-LINE-PRICE
     PERFORM APPLY-ORDER-UNIT
     .

 PREPARE-DATA-VENTPT.
     MOVE NO-CLIENT-VENTPT TO ORDERS-C-NO
     MOVE NO-PROD-VENTPT TO ITEMS-P-NO
     MOVE QUANTITE-VENTPT TO ITEMS-QUANTITY
     MOVE QUANTITE-VENTPT TO ITEMS-ORDER-QTY
     MOVE UNITE-VENTPT TO ITEMS-ORDER-UNIT
     MOVE PRIX-VENTPT TO ITEMS-PRICE
     MOVE TYPE-COMM-VENTPT TO WS-SALE-TYPE
     MOVE MOTIF-GRAT-VENTPT TO WS-FOC-REASON
     IF CODE-DEPOT-VENTPT = SPACES
        MOVE 'W1' TO WS-WAREHOUSE
     ELSE
     MOVE WS-MARKET TO ORDERS-MARKET
     MOVE WS-DEVISE-VENTPT TO WS-LINE-DEVISE
     PERFORM RESOLVE-LINE-PRICE
     PERFORM APPLY-ORDER-UNIT
     .

 PREPARE-DATA-VENTUS.
     MOVE NO-CLIENT-VENTUS TO ORDERS-C-NO
     MOVE NO-PROD-VENTUS TO ITEMS-P-NO
     MOVE QUANTITE-VENTUS TO ITEMS-QUANTITY
     MOVE QUANTITE-VENTUS TO ITEMS-ORDER-QTY
     MOVE UNITE-VENTUS TO ITEMS-ORDER-UNIT
     MOVE PRIX-VENTUS TO ITEMS-PRICE
     MOVE TYPE-COMM-VENTUS TO WS-SALE-TYPE
     MOVE MOTIF-GRAT-VENTUS TO WS-FOC-REASON
     IF CODE-DEPOT-VENTUS = SPACES
        MOVE 'W1' TO WS-WAREHOUSE
     ELSE
     MOVE WS-MARKET TO ORDERS-MARKET
     MOVE WS-DEVISE-VENTUS TO WS-LINE-DEVISE
     PERFORM RESOLVE-LINE-PRICE
     PERFORM APPLY-ORDER-UNIT
     .

*****************************************
*** THE (ALREADY USD) CATALOG PRICE.   ***
*** A CURRENCY WITH NO RATES ROW       ***
*** MAKES THE LINE INVALID.            ***
*** A FREE-OF-CHARGE LINE IS NOT       ***
*** PRICED AT ALL.                     ***
*****************************************
 RESOLVE-LINE-PRICE.
     SET CONV-LINE-OK TO TRUE
     IF SALE-IS-GRATUIT
        MOVE ZERO TO ITEMS-PRICE
     ELSE
     IF ITEMS-PRICE = ZERO
        PERFORM IF-PRICE-ZERO-COPY-PRICE
     ELSE
        PERFORM CONVERT-PRICE-TO-USD
     END-IF
     END-IF
     .

 CONVERT-PRICE-TO-USD.
     END-IF
     .

*****************************************
*** A LINE ORDERED IN A PACK (CASE,    ***
*** PALLET...) IS TURNED INTO BASE     ***
*** UNITS HERE - THE FACTOR COMES FROM ***
*** API5.PRODUCT_UNITS, AND THE        ***
*** PRODUCT'S OWN BASE UNIT COUNTS 1.  ***
*** AN UNKNOWN PACK, OR ONE THAT WOULD ***
*** OVERFLOW THE QUANTITY, MAKES THE   ***
*** LINE INVALID.                      ***
*****************************************
 APPLY-ORDER-UNIT.
     SET UNIT-LINE-OK TO TRUE
     IF ITEMS-ORDER-UNIT NOT = SPACES
        MOVE ITEMS-P-NO       TO PUNIT-P-NO
        MOVE ITEMS-ORDER-UNIT TO PUNIT-CODE
        EXEC SQL
           SELECT CASE WHEN COALESCE(P.BASE_UNIT, 'EA')
                            = :PUNIT-CODE THEN 1
                       ELSE COALESCE(U.FACTOR, 0) END
                INTO :PUNIT-FACTOR
           FROM API5.PRODUCTS P
           LEFT JOIN API5.PRODUCT_UNITS U
                ON  U.P_NO      = P.P_NO
                AND U.UNIT_CODE = :PUNIT-CODE
           WHERE P.P_NO = :PUNIT-P-NO
        END-EXEC
        EVALUATE TRUE
           WHEN SQLCODE = +100
                MOVE ZERO TO PUNIT-FACTOR
           WHEN SQLCODE < ZERO
                DISPLAY 'ANOMALIE GRAVE PRODUCT UNITS : ' SQLCODE
                MOVE 'ANOMALIE PRODUCT UNITS' TO WS-LOG-MESSAGE
                PERFORM LOG-EXCEPTION
                PERFORM ABEND-PROG
        END-EVALUATE
        IF PUNIT-FACTOR = ZERO
           SET UNIT-LINE-BAD TO TRUE
        ELSE
           COMPUTE ITEMS-QUANTITY = ITEMS-ORDER-QTY * PUNIT-FACTOR
              ON SIZE ERROR
                 SET UNIT-LINE-BAD TO TRUE
           END-COMPUTE
           IF PUNIT-FACTOR > 1
              ADD 1 TO WS-CNT-UNIT-CONVERTED
           END-IF
        END-IF
     END-IF
     .

***************************************************
*** IF PRICE ZERO THEN COPY PRICE FROM PRODUCTS ***
***************************************************              
        PERFORM WRITE-REJECT-VENTE
     ELSE
        PERFORM RESOLVE-DEFAULT-REP
        IF NOT SALE-IS-GRATUIT
           PERFORM APPLY-CONTRACT-PRICE
           IF CONTRACT-NOT-FOUND
              PERFORM APPLY-PROMOTION
           END-IF
        END-IF
        PERFORM CHECK-CUSTOMER-EXISTS
        IF SALE-IS-GRATUIT
           PERFORM ROUTE-FREE-LINE
        ELSE
        IF CUSTOMER-UNKNOWN OR CUSTOMER-MERGED
           PERFORM INSERT-INTO-SUSPENSE
        ELSE
           IF SALE-IS-RETOUR
                 MOVE 'C' TO WS-HOLD-REASON
                 PERFORM INSERT-INTO-HELD-ORDERS
              ELSE
                 PERFORM SCREEN-SALE-LINE
                 IF SCREEN-DIVERTED
                    MOVE 'S' TO WS-HOLD-REASON
                    PERFORM INSERT-INTO-HELD-ORDERS
                 ELSE
                    PERFORM POST-SALE-LINE
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
        END-IF
        END-IF
     END-IF
     .

*****************************************
*** A FREE-OF-CHARGE LINE POSTS OR IS ***
*** REJECTED - IT IS NEVER PARKED IN  ***
*** SUSPENSE, HELD FOR CREDIT OR PUT  ***
*** ON BACKORDER, AS NONE OF THOSE    ***
*** KEEPS ITS REASON CODE.            ***
*****************************************
 ROUTE-FREE-LINE.
     IF CUSTOMER-UNKNOWN OR CUSTOMER-MERGED
        MOVE 'GRATUIT CLIENT INCONNU' TO WS-REJECT-REASON
        PERFORM WRITE-REJECT-VENTE
     ELSE
        IF STOCK-IS-SHORT
           AND LINE-IS-PLAIN
           AND CUS-NO-SUB NOT = 'Y'
           PERFORM TRY-SUBSTITUTE-PRODUCT
        END-IF
        IF STOCK-IS-SHORT
           MOVE 'GRATUIT STOCK INSUFFISANT' TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-VENTE
        ELSE
           PERFORM POST-SALE-LINE
           IF ORDER-INSERT-OK AND ITEMS-INSERT-OK
              ADD 1 TO WS-CNT-FREE-LINES
           END-IF
        END-IF
     END-IF
     .

     ELSE
        DISPLAY 'ITEMS SKIPPED - ORDERS INSERT FAILED FOR '
                ORDERS-O-NO
        IF ORDER-IS-FOREIGN
           MOVE 'NO COMMANDE D UN AUTRE MARCHE' TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-VENTE
        END-IF
     END-IF

     MOVE ORDERS-O-NO TO LAST-ORDER
        SELECT BALANCE, CREDIT_LIMIT, COALESCE(COLL_FLAG, ' '),
               COALESCE(DEPOSIT_BAL, 0),
               COALESCE(PARENT_C_NO, 0),
               COALESCE(NO_SUB, ' '),
               COALESCE(MERGED_INTO, 0),
               COALESCE(COUNTRY, 'FR'),
               COALESCE(VAT_NO, ' ')
             INTO :CUS-BALANCE, :CUS-CREDIT-LIMIT, :CUS-COLL-FLAG,
               :CUS-DEPOSIT, :CUS-PARENT, :CUS-NO-SUB,
               :CUS-MERGED-TO, :CUS-COUNTRY, :CUS-VAT-NO
        FROM API5.CUSTOMERS
        WHERE C_NO = :ORDERS-C-NO
     END-EXEC

     EVALUATE TRUE
        WHEN SQLCODE = ZERO
             IF CUS-MERGED-TO NOT = ZERO
                SET CUSTOMER-MERGED TO TRUE
             END-IF
        WHEN SQLCODE = +100
             SET CUSTOMER-UNKNOWN TO TRUE
        WHEN SQLCODE > ZERO
*** API5.HELD_ORDERS, WITH THE         ***
*** PROJECTION AND LIMIT THAT TRIPPED  ***
*** THE HOLD, FOR THE CREDIT CLERK'S   ***
*** PART11 RUN. A BLOCKED OR           ***
*** SCREENED LINE GOES THE SAME WAY.   ***
*****************************************
 INSERT-INTO-HELD-ORDERS.
     MOVE ORDERS-O-NO      TO HELD-O-NO
     MOVE ORDERS-O-DATE    TO HELD-O-DATE
     MOVE ITEMS-P-NO       TO HELD-P-NO
     MOVE ITEMS-QUANTITY   TO HELD-QUANTITY
     MOVE ITEMS-ORDER-UNIT TO HELD-ORDER-UNIT
     MOVE ITEMS-ORDER-QTY  TO HELD-ORDER-QTY
     MOVE ITEMS-PRICE      TO HELD-PRICE
     MOVE WS-SALE-TYPE     TO HELD-TYPE
     MOVE WS-MARKET        TO HELD-MARKET
         INSERT INTO API5.HELD_ORDERS
         (O_NO, S_NO, C_NO, O_DATE, P_NO, QUANTITY, PRICE,
          SALE_TYPE, MARKET, PROJ_BAL, CREDIT_LIMIT, HELD_DATE,
          W_CODE, HOLD_REASON, SHIP_CODE, ORDER_UNIT, ORDER_QTY,
          LOAD_FILE)
         VALUES(:HELD-O-NO,
                :HELD-S-NO,
                :HELD-C-NO,
                :HELD-DATE,
                :HELD-W-CODE,
                :HELD-REASON,
                :HELD-SHIP-CODE,
                :HELD-ORDER-UNIT,
                :HELD-ORDER-QTY,
                :WS-LOAD-FILE)
     END-EXEC

     EVALUATE TRUE
        WHEN SQLCODE = ZERO
             IF WS-HOLD-REASON = 'S'
                DISPLAY 'COMMANDE RETENUE - CONTROLE : '
                        ORDERS-O-NO ' SCORE ' WS-SCR-SCORE
             ELSE
                DISPLAY 'COMMANDE RETENUE - LIMITE CREDIT : '
                        ORDERS-C-NO
             END-IF
             ADD 1 TO WS-CNT-HELD
             PERFORM ALERT-HELD-ORDER
        WHEN SQLCODE = -803
             DISPLAY 'LIGNE DEJA RETENUE : ' ORDERS-O-NO
             MOVE 'ERREUR HELD ORDERS : DOUBLON' TO WS-LOG-MESSAGE
     END-EVALUATE
     .

*****************************************
*** SCRNSCORE, SCRNMULT, SCRNNEWDAYS  ***
*** AND SCRNNEWVAL OVERRIDE THE       ***
*** DEFAULT THRESHOLD AND LIMITS.     ***
*** THE NEW-ACCOUNT CUTOFF IS TAKEN   ***
*** FROM TODAY ONCE PER RUN.          ***
*****************************************
 INITIALIZE-SCREENING.
     MOVE SPACES TO WS-SCR-PARM
     MOVE 'SCRNSCORE' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-SCR-PARM
     IF WS-SCR-PARM NOT = SPACES
        AND WS-SCR-PARM IS NUMERIC
        MOVE WS-SCR-PARM TO WS-SCR-THRESHOLD
     END-IF
     MOVE SPACES TO WS-SCR-PARM
     MOVE 'SCRNMULT' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-SCR-PARM
     IF WS-SCR-PARM NOT = SPACES
        AND WS-SCR-PARM IS NUMERIC
        MOVE WS-SCR-PARM TO WS-SCR-MULT
     END-IF
     MOVE SPACES TO WS-SCR-PARM
     MOVE 'SCRNNEWDAYS' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-SCR-PARM
     IF WS-SCR-PARM NOT = SPACES
        AND WS-SCR-PARM IS NUMERIC
        MOVE WS-SCR-PARM TO WS-SCR-NEW-DAYS
     END-IF
     MOVE SPACES TO WS-SCR-VAL-PARM
     MOVE 'SCRNNEWVAL' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-SCR-VAL-PARM
     IF WS-SCR-VAL-PARM NOT = SPACES
        AND WS-SCR-VAL-PARM IS NUMERIC
        MOVE WS-SCR-VAL-PARM TO WS-SCR-NEW-VALUE
     END-IF
     MOVE WS-TODAY-DATE TO WS-SCR-WORK-DATE-X
     COMPUTE WS-SCR-WORK-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE(WS-SCR-WORK-DATE)
              - WS-SCR-NEW-DAYS)
     STRING WS-SCR-WORK-DATE-X(1:4) '-' WS-SCR-WORK-DATE-X(5:2) '-'
            WS-SCR-WORK-DATE-X(7:2) DELIMITED BY SIZE
            INTO WS-SCR-NEW-CUTOFF
     END-STRING
     .

*****************************************
*** SCORES THE ORDER SO FAR AGAINST   ***
*** THE CUSTOMER'S OWN HISTORY. ONCE  ***
*** AN ORDER IS DIVERTED, ITS LATER   ***
*** LINES FOLLOW IT TO REVIEW.        ***
*****************************************
 SCREEN-SALE-LINE.
     SET SCREEN-PASSED TO TRUE
     IF ORDERS-O-NO NOT = WS-SCR-ORDER
        PERFORM LOAD-SCREEN-PROFILE
     END-IF
     IF ORDERS-O-NO = WS-SCR-DIVERTED
        SET SCREEN-DIVERTED TO TRUE
        ADD 1 TO WS-CNT-SCREENED
     ELSE
        ADD ITEMS-QUANTITY TO WS-SCR-ORD-QTY
        COMPUTE WS-SCR-ORD-VALUE = WS-SCR-ORD-VALUE
                + ITEMS-QUANTITY * ITEMS-PRICE
        IF WS-SCR-FIRST-DATE NOT = WS-SCR-NO-HISTORY
           AND SCR-RSN-PROD = SPACE
           PERFORM CHECK-USUAL-PRODUCT
        END-IF
        PERFORM SCORE-SCREENED-ORDER
        IF WS-SCR-SCORE NOT < WS-SCR-THRESHOLD
           SET SCREEN-DIVERTED TO TRUE
           MOVE ORDERS-O-NO TO WS-SCR-DIVERTED
           ADD 1 TO WS-CNT-SCREENED
           ADD 1 TO WS-CNT-SCRN-ORDERS
           PERFORM INSERT-ORDER-SCREENING
        END-IF
     END-IF
     .

*****************************************
*** WHAT THE CUSTOMER LOOKS LIKE :    ***
*** ITS FIRST EARLIER ORDER, ITS      ***
*** MONTHLY AVERAGES FROM             ***
*** CUST_SUMMARY, AND WHETHER THE     ***
*** SHIP-TO WAS EVER USED.            ***
*****************************************
 LOAD-SCREEN-PROFILE.
     MOVE ORDERS-O-NO TO WS-SCR-ORDER
     MOVE ZERO TO WS-SCR-ORD-QTY
     MOVE ZERO TO WS-SCR-ORD-VALUE
     MOVE SPACES TO WS-SCR-REASONS
     EXEC SQL
        SELECT COALESCE(MIN(O_DATE), :WS-SCR-NO-HISTORY)
             INTO :WS-SCR-FIRST-DATE
        FROM API5.ORDERS
        WHERE C_NO = :ORDERS-C-NO
        AND   O_NO <> :ORDERS-O-NO
     END-EXEC
     PERFORM TEST-SQLCODE
     IF WS-SCR-FIRST-DATE NOT < WS-SCR-NEW-CUTOFF
        MOVE 'N' TO SCR-RSN-NEW
     END-IF
     EXEC SQL
        SELECT COALESCE(AVG(QUANTITY), 0),
               COALESCE(AVG(SPEND), 0)
             INTO :WS-SCR-AVG-QTY, :WS-SCR-AVG-SPEND
        FROM API5.CUST_SUMMARY
        WHERE C_NO = :ORDERS-C-NO
     END-EXEC
     PERFORM TEST-SQLCODE
     IF WS-SHIP-CODE NOT = SPACES
        MOVE ZERO TO WS-SCR-PROBE
        EXEC SQL
           SELECT COUNT(*) INTO :WS-SCR-PROBE
           FROM API5.ORDERS
           WHERE C_NO = :ORDERS-C-NO
           AND   SHIP_CODE = :WS-SHIP-CODE
           AND   O_NO <> :ORDERS-O-NO
        END-EXEC
        PERFORM TEST-SQLCODE
        IF WS-SCR-PROBE = ZERO
           MOVE 'S' TO SCR-RSN-SHIP
        END-IF
     END-IF
     .

 CHECK-USUAL-PRODUCT.
     MOVE ZERO TO WS-SCR-PROBE
     EXEC SQL
        SELECT COUNT(*) INTO :WS-SCR-PROBE
        FROM API5.ITEMS I
        JOIN API5.ORDERS O
        ON I.O_NO = O.O_NO
        WHERE O.C_NO = :ORDERS-C-NO
        AND   I.P_NO = :ITEMS-P-NO
        AND   O.O_NO <> :ORDERS-O-NO
     END-EXEC
     PERFORM TEST-SQLCODE
     IF WS-SCR-PROBE = ZERO
        MOVE 'P' TO SCR-RSN-PROD
     END-IF
     .

*****************************************
*** QUANTITY AND VALUE ARE THE        ***
*** ORDER'S TOTALS SO FAR; WITH NO    ***
*** SUMMARY HISTORY ONLY THE VALUE    ***
*** LIMIT FOR NEW ACCOUNTS APPLIES.   ***
*****************************************
 SCORE-SCREENED-ORDER.
     MOVE SPACE TO SCR-RSN-QTY
     MOVE SPACE TO SCR-RSN-VAL
     IF WS-SCR-AVG-QTY > ZERO
        AND WS-SCR-ORD-QTY > WS-SCR-AVG-QTY * WS-SCR-MULT
        MOVE 'Q' TO SCR-RSN-QTY
     END-IF
     IF WS-SCR-AVG-SPEND > ZERO
        IF WS-SCR-ORD-VALUE > WS-SCR-AVG-SPEND * WS-SCR-MULT
           MOVE 'V' TO SCR-RSN-VAL
        END-IF
     ELSE
        IF WS-SCR-ORD-VALUE > WS-SCR-NEW-VALUE
           MOVE 'V' TO SCR-RSN-VAL
        END-IF
     END-IF
     MOVE ZERO TO WS-SCR-SCORE
     IF SCR-RSN-NEW NOT = SPACE
        ADD WS-SCR-PTS-NEW TO WS-SCR-SCORE
     END-IF
     IF SCR-RSN-QTY NOT = SPACE
        ADD WS-SCR-PTS-QTY TO WS-SCR-SCORE
     END-IF
     IF SCR-RSN-VAL NOT = SPACE
        ADD WS-SCR-PTS-VAL TO WS-SCR-SCORE
     END-IF
     IF SCR-RSN-PROD NOT = SPACE
        ADD WS-SCR-PTS-PROD TO WS-SCR-SCORE
     END-IF
     IF SCR-RSN-SHIP NOT = SPACE
        ADD WS-SCR-PTS-SHIP TO WS-SCR-SCORE
     END-IF
     .

*****************************************
*** ONE REVIEW ROW PER DIVERTED       ***
*** ORDER WITH THE SCORE AND ITS      ***
*** REASONS.                          ***
*****************************************
 INSERT-ORDER-SCREENING.
     MOVE ORDERS-O-NO      TO SCRN-O-NO
     MOVE ORDERS-C-NO      TO SCRN-C-NO
     MOVE ORDERS-O-DATE    TO SCRN-O-DATE
     MOVE WS-TODAY-DASHED  TO SCRN-DATE
     MOVE WS-SCR-SCORE     TO SCRN-SCORE
     MOVE WS-SCR-REASONS   TO SCRN-REASONS
     MOVE WS-SCR-ORD-VALUE TO SCRN-ORDER-VALUE
     MOVE 'P'              TO SCRN-STATUS
     EXEC SQL
         INSERT INTO API5.ORDER_SCREENING
         (O_NO, C_NO, O_DATE, SCREEN_DATE, SCORE, REASONS,
          ORDER_VALUE, STATUS, LOAD_FILE)
         VALUES(:SCRN-O-NO,
                :SCRN-C-NO,
                :SCRN-O-DATE,
                :SCRN-DATE,
                :SCRN-SCORE,
                :SCRN-REASONS,
                :SCRN-ORDER-VALUE,
                :SCRN-STATUS,
                :WS-LOAD-FILE)
     END-EXEC
     EVALUATE TRUE
        WHEN SQLCODE = ZERO
             CONTINUE
        WHEN SQLCODE = -803
             DISPLAY 'COMMANDE DEJA EN CONTROLE : ' ORDERS-O-NO
             MOVE 'ERREUR ORDER SCREENING : DOUBLON'
                  TO WS-LOG-MESSAGE
             PERFORM LOG-EXCEPTION
        WHEN OTHER
             PERFORM TEST-SQLCODE
     END-EVALUATE
     .

*****************************************
*** PARKS THE WHOLE SALE LINE IN       ***
*** API5.SUSPENSE SO PART10 CAN POST   ***
*** IT - ORDERS, ITEMS, STOCK AND      ***
*** BALANCE - ONCE THE CUSTOMER ROW    ***
*** EXISTS. A MERGED CUSTOMER'S LINE   ***
*** PARKS WITH REASON 'M' FOR THE      ***
*** CLERK TO RE-KEY TO THE SURVIVOR.   ***
*****************************************
 INSERT-INTO-SUSPENSE.
     MOVE ORDERS-O-NO     TO SUSP-O-NO
     MOVE ORDERS-O-DATE   TO SUSP-O-DATE
     MOVE ITEMS-P-NO      TO SUSP-P-NO
     MOVE ITEMS-QUANTITY  TO SUSP-QUANTITY
     MOVE ITEMS-ORDER-UNIT TO SUSP-ORDER-UNIT
     MOVE ITEMS-ORDER-QTY  TO SUSP-ORDER-QTY
     MOVE ITEMS-PRICE     TO SUSP-PRICE
     MOVE WS-SALE-TYPE    TO SUSP-TYPE
     MOVE WS-MARKET       TO SUSP-MARKET
     MOVE WS-WAREHOUSE    TO SUSP-W-CODE
     MOVE WS-SHIP-CODE    TO SUSP-SHIP-CODE
     MOVE WS-TODAY-DASHED TO SUSP-DATE
     IF CUSTOMER-MERGED
        MOVE 'M'          TO SUSP-REASON
     ELSE
        MOVE 'U'          TO SUSP-REASON
     END-IF

     EXEC SQL
         INSERT INTO API5.SUSPENSE
         (O_NO, S_NO, C_NO, O_DATE, P_NO,
          QUANTITY, PRICE, SALE_TYPE, MARKET, SUSP_DATE,
          W_CODE, SHIP_CODE, REASON, ORDER_UNIT, ORDER_QTY,
          LOAD_FILE)
         VALUES(:SUSP-O-NO,
                :SUSP-S-NO,
                :SUSP-C-NO,
                :SUSP-MARKET,
                :SUSP-DATE,
                :SUSP-W-CODE,
                :SUSP-SHIP-CODE,
                :SUSP-REASON,
                :SUSP-ORDER-UNIT,
                :SUSP-ORDER-QTY,
                :WS-LOAD-FILE)
     END-EXEC

     EVALUATE TRUE
        WHEN SQLCODE = ZERO AND CUSTOMER-MERGED
             DISPLAY 'LIGNE EN SUSPENS - CLIENT FUSIONNE : '
                     ORDERS-C-NO ' DANS ' CUS-MERGED-TO
             ADD 1 TO WS-CNT-SUSPENDED
        WHEN SQLCODE = ZERO
             DISPLAY 'LIGNE EN SUSPENS - CLIENT INCONNU : '
                     ORDERS-C-NO
     MOVE ORDERS-O-DATE   TO RSUSP-O-DATE
     MOVE ITEMS-P-NO      TO RSUSP-P-NO
     MOVE ITEMS-QUANTITY  TO RSUSP-QUANTITY
     MOVE ITEMS-ORDER-UNIT TO RSUSP-ORDER-UNIT
     MOVE ITEMS-ORDER-QTY  TO RSUSP-ORDER-QTY
     MOVE ITEMS-PRICE     TO RSUSP-PRICE
     MOVE WS-SALE-TYPE    TO RSUSP-TYPE
     MOVE WS-MARKET       TO RSUSP-MARKET
         INSERT INTO API5.RETURN_SUSPENSE
         (O_NO, S_NO, C_NO, O_DATE, P_NO,
          QUANTITY, PRICE, SALE_TYPE, MARKET, SUSP_DATE,
          W_CODE, SHIP_CODE, ORDER_UNIT, ORDER_QTY,
          LOAD_FILE)
         VALUES(:RSUSP-O-NO,
                :RSUSP-S-NO,
                :RSUSP-C-NO,
                :RSUSP-MARKET,
                :RSUSP-DATE,
                :RSUSP-W-CODE,
                :RSUSP-SHIP-CODE,
                :RSUSP-ORDER-UNIT,
                :RSUSP-ORDER-QTY,
                :WS-LOAD-FILE)
     END-EXEC

     EVALUATE TRUE
     MOVE ORDERS-O-DATE   TO BACKORD-O-DATE
     MOVE ITEMS-P-NO      TO BACKORD-P-NO
     MOVE ITEMS-QUANTITY  TO BACKORD-QUANTITY
     MOVE ITEMS-ORDER-UNIT TO BACKORD-ORDER-UNIT
     MOVE ITEMS-ORDER-QTY  TO BACKORD-ORDER-QTY
     MOVE ITEMS-PRICE     TO BACKORD-PRICE
     MOVE WS-SALE-TYPE    TO BACKORD-TYPE
     MOVE WS-MARKET       TO BACKORD-MARKET
         INSERT INTO API5.BACKORDERS
         (O_NO, S_NO, C_NO, O_DATE, P_NO,
          QUANTITY, PRICE, SALE_TYPE, MARKET, BO_DATE,
          W_CODE, SHIP_CODE, ORDER_UNIT, ORDER_QTY,
          LOAD_FILE)
         VALUES(:BACKORD-O-NO,
                :BACKORD-S-NO,
                :BACKORD-C-NO,
                :BACKORD-MARKET,
                :BACKORD-DATE,
                :BACKORD-W-CODE,
                :BACKORD-SHIP-CODE,
                :BACKORD-ORDER-UNIT,
                :BACKORD-ORDER-QTY,
                :WS-LOAD-FILE)
     END-EXEC

     EVALUATE TRUE
             DISPLAY 'LIGNE EN RELIQUAT - STOCK INSUFFISANT : '
                     ITEMS-P-NO
             ADD 1 TO WS-CNT-BACKORDERED
             PERFORM ALERT-STOCK-OUT
        WHEN SQLCODE = -803
             DISPLAY 'LIGNE DEJA EN RELIQUAT : ' ORDERS-O-NO
             MOVE 'ERREUR BACKORDER : DOUBLON' TO WS-LOG-MESSAGE
     SET LIGNE-VALIDE TO TRUE
     SET STOCK-IS-OK TO TRUE
     SET LINE-NOT-SUBSTITUTED TO TRUE
     MOVE 'O' TO WS-PER-STATUS
     IF ORDERS-O-DATE(1:7) NOT = 'INVALID'
        PERFORM CHECK-POSTING-PERIOD
     END-IF
     IF ORDERS-O-DATE(1:7) = 'INVALID'
        SET LIGNE-INVALIDE TO TRUE
        MOVE 'DATE DE COMMANDE INVALIDE' TO WS-REJECT-REASON
     ELSE
     IF PERIOD-REFUSED
        SET LIGNE-INVALIDE TO TRUE
        ADD 1 TO WS-CNT-PER-REFUSED
        MOVE 'PERIODE CLOTUREE' TO WS-REJECT-REASON
     ELSE
     IF CONV-LINE-BAD
        SET LIGNE-INVALIDE TO TRUE
        ADD 1 TO WS-CNT-CONV-REJECT
        MOVE 'CONVERSION DEVISE IMPOSSIBLE' TO WS-REJECT-REASON
     ELSE
     IF UNIT-LINE-BAD
        SET LIGNE-INVALIDE TO TRUE
        MOVE 'UNITE INCONNUE OU HORS LIMITE' TO WS-REJECT-REASON
     ELSE
     IF SALE-IS-GRATUIT AND NOT FOC-REASON-VALID
        SET LIGNE-INVALIDE TO TRUE
        MOVE 'LIGNE GRATUITE SANS MOTIF' TO WS-REJECT-REASON
     ELSE
        IF ITEMS-QUANTITY = ZERO
           SET LIGNE-INVALIDE TO TRUE
           MOVE 'QUANTITE NULLE OU INVALIDE' TO WS-REJECT-REASON
        ELSE
           IF ITEMS-PRICE = ZERO AND NOT SALE-IS-GRATUIT
              SET LIGNE-INVALIDE TO TRUE
              MOVE 'PRIX NUL APRES REPRISE CATALOGUE'
                   TO WS-REJECT-REASON
           ELSE
              IF SALE-IS-VENTE OR SALE-IS-GRATUIT
                 PERFORM CHECK-PRODUCT-ACTIVE
                 IF LIGNE-VALIDE
                    PERFORM CHECK-STOCK-AVAILABILITY
        END-IF
     END-IF
     END-IF
     END-IF
     END-IF
     END-IF
     .

*****************************************
*** A LINE DATED IN A MONTH PART23    ***
*** HAS CLOSED IS REFUSED ABOVE OR    ***
*** POSTS ON THE FIRST DAY OF THE     ***
*** NEXT OPEN MONTH, AS PART2'S       ***
*** PERIOD_POLICY ROW SAYS (PERCHK).  ***
*****************************************
 CHECK-POSTING-PERIOD.
     CALL PERCHK USING WS-LOG-PROGID ORDERS-O-DATE
                       WS-PER-RESULT WS-PER-STATUS
     IF WS-PER-STATUS = 'D'
        DISPLAY 'DATE REPORTEE : ' ORDERS-O-DATE ' -> '
                WS-PER-RESULT ' COMMANDE ' ORDERS-O-NO
        MOVE WS-PER-RESULT TO ORDERS-O-DATE
        ADD 1 TO WS-CNT-PER-REDATED
     END-IF
     .

*****************************************
     IF LINE-IS-KIT
        PERFORM CHECK-KIT-AVAILABILITY
     ELSE
        IF PARTITION-RUN
           PERFORM REFRESH-STOCK-ENTRY
        END-IF
        PERFORM FIND-STOCK-ENTRY
        IF WS-STK-HIT = ZERO
           SET STOCK-IS-SHORT TO TRUE
        WHEN SQLCODE = ZERO
             COMPUTE WS-KIT-NEED = ITEMS-QUANTITY * KIT-COMP-QTY
             MOVE KIT-COMP-P-NO TO ITEMS-P-NO
             IF PARTITION-RUN
                PERFORM REFRESH-STOCK-ENTRY
             END-IF
             PERFORM FIND-STOCK-ENTRY
             IF WS-STK-HIT = ZERO
                SET STOCK-IS-SHORT TO TRUE
*****************************************
 COMPUTE-LINE-TAX.
     MOVE ZERO TO TAX-RATE
     SET CUSTOMER-TAXED TO TRUE
     PERFORM CHECK-REVERSE-CHARGE
     IF SALE-REVERSE-CHARGED
        ADD 1 TO WS-CNT-REVCHG
     ELSE
        PERFORM CHECK-TAX-EXEMPTION
     END-IF
     IF SALE-REVERSE-CHARGED OR CUSTOMER-EXEMPT
        MOVE ZERO TO ITEMS-TAX
     ELSE
        PERFORM RESOLVE-TAX-RATE
     END-IF
     .

*****************************************
*** A VAT NUMBER AND A COUNTRY OTHER  ***
*** THAN OURS, AS READ BY             ***
*** CHECK-CUSTOMER-EXISTS.            ***
*****************************************
 CHECK-REVERSE-CHARGE.
     SET SALE-DOMESTIC-VAT TO TRUE
     IF CUS-VAT-NO NOT = SPACES
        AND CUS-COUNTRY NOT = SPACES
        AND CUS-COUNTRY NOT = WS-HOME-COUNTRY
        SET SALE-REVERSE-CHARGED TO TRUE
     END-IF
     .

*****************************************
*** A CERTIFICATE COVERING THE ORDER   ***
*** DATE MAKES THE WHOLE LINE EXEMPT.  ***
     ELSE
        MOVE ZERO TO ITEMS-COST
     END-IF
     IF SALE-IS-GRATUIT
        MOVE WS-FOC-REASON TO ITEMS-FOC-REASON
     ELSE
        MOVE SPACE TO ITEMS-FOC-REASON
     END-IF
     MOVE WS-WAREHOUSE TO ITEMS-W-CODE
     IF LINE-SUBSTITUTED
        MOVE WS-SUB-ORIG-P-NO TO ITEMS-ORIG-P-NO
     EXEC SQL
         INSERT INTO API5.ITEMS
         (O_NO, P_NO, QUANTITY, PRICE, TAX_AMOUNT, ITEM_TYPE,
          UNIT_COST, W_CODE, ORIG_P_NO, ORDER_UNIT, ORDER_QTY,
          LOAD_FILE, FOC_REASON)
         VALUES(:ORDERS-O-NO,
                :ITEMS-P-NO,
                :ITEMS-QUANTITY,
                :ITEMS-TYPE,
                :ITEMS-COST,
                :ITEMS-W-CODE,
                :ITEMS-ORIG-P-NO,
                :ITEMS-ORDER-UNIT,
                :ITEMS-ORDER-QTY,
                :WS-LOAD-FILE,
                :ITEMS-FOC-REASON)
     END-EXEC
     .
EVAL-SQL-INSERT-ITEMS.
    MOVE WS-SHIP-CODE TO ORDERS-SHIP-CODE
    EXEC SQL
        INSERT INTO API5.ORDERS
        (O_NO, S_NO, C_NO, O_DATE, MARKET, STATUS, SHIP_CODE,
         LOAD_FILE)
        VALUES(:ORDERS-O-NO,
               :ORDERS-S-NO,
               :ORDERS-C-NO,
               :ORDERS-O-DATE,
               :ORDERS-MARKET,
               :ORDERS-STATUS,
               :ORDERS-SHIP-CODE,
               :WS-LOAD-FILE)
    END-EXEC                                                  
    .                                                         

 EVAL-SQL-INSERT-ORDERS.
     SET ORDER-INSERT-OK TO TRUE
     SET ORDER-NOT-FOREIGN TO TRUE
     EVALUATE TRUE
         WHEN SQLCODE = ZERO
              ADD 1 TO WS-CNT-ORDERS-INSERTED
              DISPLAY 'ERREUR ORDERS INSERT : DOUBLON '
              MOVE 'ERREUR ORDERS INSERT : DOUBLON' TO WS-LOG-MESSAGE
              PERFORM LOG-EXCEPTION
              IF PARTITION-RUN
                 PERFORM CHECK-ORDER-OWNER
              END-IF
         WHEN SQLCODE = -530
              DISPLAY 'ERREUR INSERT INSERT : DATA NON CONFORME'
              MOVE 'ERREUR ORDERS INSERT : DATA NON CONFORME'
     END-EVALUATE
     .                                                          
                                                                
*****************************************
*** THE ORDER NUMBER IS ALREADY ON     ***
*** FILE. A LATER LINE OF THE SAME     ***
*** ORDER IS NORMAL; BUT WHEN ANOTHER  ***
*** MARKET OR CUSTOMER OWNS IT, THE    ***
*** PARTITION MUST NOT HANG ITS LINES  ***
*** ON SOMEONE ELSE'S ORDER - THEY ARE ***
*** REJECTED INSTEAD.                  ***
*****************************************
 CHECK-ORDER-OWNER.
     MOVE SPACES TO WS-OWNER-MARKET
     MOVE ZERO   TO WS-OWNER-CUST
     EXEC SQL
        SELECT COALESCE(MARKET, '  '), C_NO
             INTO :WS-OWNER-MARKET, :WS-OWNER-CUST
        FROM API5.ORDERS
        WHERE O_NO = :ORDERS-O-NO
     END-EXEC
     PERFORM TEST-SQLCODE
     IF WS-OWNER-MARKET NOT = ORDERS-MARKET
        OR WS-OWNER-CUST NOT = ORDERS-C-NO
        DISPLAY 'PART2 : COMMANDE ' ORDERS-O-NO
                ' DEJA CHARGEE - MARCHE ' WS-OWNER-MARKET
                ' CLIENT ' WS-OWNER-CUST
        SET ORDER-INSERT-FAILED TO TRUE
        SET ORDER-IS-FOREIGN TO TRUE
        ADD 1 TO WS-CNT-FOREIGN
     END-IF
     .

*****************************************
*** THE ORDER'S LINES ADD UP IN        ***
*** WS-BAL-AMOUNT; THE BALANCE IS      ***
     END-IF
     PERFORM GET-AMOUNT-ITEMS
     ADD WS-MONTANT TO WS-BAL-AMOUNT
     ADD WS-MONTANT TO WS-RUN-REVENUE
     .

 GET-AMOUNT-ITEMS.
 FLUSH-ORDER-BALANCE.
     IF WS-BAL-ORDER NOT = ZERO
        AND WS-BAL-AMOUNT NOT = ZERO
        PERFORM UPDATE-CUSTOMER-BALANCE
     END-IF
     MOVE ZERO TO WS-BAL-ORDER
     MOVE ZERO TO WS-BAL-AMOUNT
     .

*****************************************
*** THE ORDER TOTAL IS ADDED TO THE    ***
*** BALANCE IN PLACE, NOT WRITTEN BACK ***
*** AS A FIGURE READ EARLIER, SO TWO   ***
*** MARKET PARTITIONS POSTING THE SAME ***
*** CUSTOMER CANNOT LOSE EACH OTHER'S  ***
*** AMOUNT. THE NEW BALANCE IS READ    ***
*** BACK FOR THE HISTORY ROW.          ***
*****************************************
 UPDATE-CUSTOMER-BALANCE.
     EXEC SQL
          UPDATE API5.CUSTOMERS
          SET BALANCE = BALANCE + :WS-BAL-AMOUNT
          WHERE C_NO  = :WS-BAL-CUST
     END-EXEC
     EVALUATE TRUE
         WHEN SQLCODE = ZERO
              PERFORM READ-POSTED-BALANCE
              PERFORM INSERT-BALANCE-HISTORY
         WHEN SQLCODE = +100
              DISPLAY 'ERREUR UPDATE CUS BAL : INEXISTANT '
                      WS-BAL-CUST
         WHEN SQLCODE > ZERO
              DISPLAY 'WARNING UPDATE CUS BAL : ' SQLCODE
         WHEN OTHER
*** ONE AUDIT ROW PER BALANCE CHANGE  ***
*** PART2 APPLIES, FOR TRACEABILITY.  ***
*****************************************
 READ-POSTED-BALANCE.
     EXEC SQL
        SELECT BALANCE
             INTO :CUS-BALANCE
        FROM API5.CUSTOMERS
        WHERE C_NO = :WS-BAL-CUST
     END-EXEC
     PERFORM TEST-SQLCODE
     MOVE CUS-BALANCE TO WS-TOTAL-TO-UPDATE
     COMPUTE CUS-BALANCE = WS-TOTAL-TO-UPDATE - WS-BAL-AMOUNT
     .

 INSERT-BALANCE-HISTORY.
     MOVE WS-BAL-CUST       TO BALHIST-C-NO
     MOVE WS-BAL-ORDER      TO BALHIST-O-NO
     .

 LOAD-STOCK-CACHE.
*    UNITS HELD IN QUALITY INSPECTION ARE ON HAND BUT NOT FREE,
*    SO THEY JOIN THE RESERVED FIGURE IN THE CACHE. THE WRITE-BACK
*    ONLY APPLIES THE RESERVED DELTA, SO THE SUM NEVER REACHES
*    THE TABLE.
     EXEC SQL
        DECLARE CWSTK CURSOR FOR
        SELECT W_CODE, P_NO, STOCK, COALESCE(RESERVED, 0)
                                    + COALESCE(QUARANTINE, 0)
        FROM API5.WAREHOUSE_STOCK
        ORDER BY W_CODE, P_NO
     END-EXEC
     END-IF
     .

*****************************************
*** A MARKET PARTITION RE-READS THE    ***
*** DEPOT ROW BEFORE EACH AVAILABILITY ***
*** CHECK AND KEEPS ITS UPDATE LOCK TO ***
*** THE NEXT COMMIT, SO A PARTITION    ***
*** RUNNING ALONGSIDE WAITS FOR THIS   ***
*** ONE'S RESERVATIONS INSTEAD OF      ***
*** PROMISING THE SAME FREE UNITS. A   ***
*** DEADLOCK ABENDS ONE PARTITION,     ***
*** WHICH RESTARTS FROM ITS CHECKPOINT.***
*****************************************
 REFRESH-STOCK-ENTRY.
     MOVE WS-WAREHOUSE TO WHS-W-CODE
     MOVE ITEMS-P-NO   TO WHS-P-NO
     EXEC SQL
        SELECT STOCK, COALESCE(RESERVED, 0)
                      + COALESCE(QUARANTINE, 0)
             INTO :WHS-STOCK, :WHS-RESERVED
        FROM API5.WAREHOUSE_STOCK
        WHERE W_CODE = :WHS-W-CODE
        AND   P_NO   = :WHS-P-NO
        WITH RS USE AND KEEP UPDATE LOCKS
     END-EXEC
     EVALUATE TRUE
        WHEN SQLCODE = ZERO
             PERFORM FIND-STOCK-ENTRY
             IF WS-STK-HIT = ZERO
                IF WS-STK-COUNT >= 4000
                   DISPLAY 'PART2 : TABLE STOCK DEPOT PLEINE - '
                           'AGRANDIR'
                   PERFORM ABEND-PROG
                END-IF
                ADD 1 TO WS-STK-COUNT
                MOVE WS-STK-COUNT TO WS-STK-HIT
                MOVE WHS-W-CODE TO WS-STK-W-CODE(WS-STK-HIT)
                MOVE WHS-P-NO   TO WS-STK-P-NO(WS-STK-HIT)
                MOVE ZERO       TO WS-STK-DELTA(WS-STK-HIT)
                MOVE ZERO       TO WS-STK-RESV-DLT(WS-STK-HIT)
             END-IF
             MOVE WHS-STOCK    TO WS-STK-QTY(WS-STK-HIT)
             MOVE WHS-RESERVED TO WS-STK-RESV(WS-STK-HIT)
             MOVE 'O'          TO WS-STK-ON-FILE(WS-STK-HIT)
        WHEN SQLCODE = +100
             CONTINUE
        WHEN OTHER
             PERFORM TEST-SQLCODE
     END-EVALUATE
     .

* SERIAL LOOKUP - THE DEPOT TABLE IS SMALL (DEPOTS X PRODUCTS).
* WS-STK-HIT COMES BACK ZERO WHEN THE DEPOT NEVER HELD THE
* PRODUCT.
        MOVE WS-STK-W-CODE(WS-SX) TO WHS-W-CODE
        MOVE WS-STK-P-NO(WS-SX)   TO WHS-P-NO
        IF WS-STK-ON-FILE(WS-SX) = 'O'
           PERFORM UPDATE-DEPOT-DELTA
        ELSE
           MOVE WS-STK-DELTA(WS-SX) TO WHS-STOCK
           MOVE WS-STK-RESV-DLT(WS-SX) TO WHS-RESERVED
              VALUES(:WHS-W-CODE, :WHS-P-NO, :WHS-STOCK,
                     :WHS-RESERVED)
           END-EXEC
*          A MARKET PARTITION RUNNING ALONGSIDE MAY HAVE CREATED
*          THE ROW SINCE THE CACHE WAS LOADED - ADD TO IT INSTEAD.
           IF SQLCODE = -803
              PERFORM UPDATE-DEPOT-DELTA
           END-IF
        END-IF
        PERFORM TEST-SQLCODE
     END-IF
     .

 UPDATE-DEPOT-DELTA.
     EXEC SQL
        UPDATE API5.WAREHOUSE_STOCK
        SET STOCK    = STOCK
                       + :WS-STK-DELTA(WS-SX),
            RESERVED = COALESCE(RESERVED, 0)
                       + :WS-STK-RESV-DLT(WS-SX)
        WHERE W_CODE = :WHS-W-CODE
        AND   P_NO   = :WHS-P-NO
     END-EXEC
     .

 APPLY-ONE-POOLED-DELTA.
     IF WS-CAT-DELTA(WS-CX) NOT = ZERO
        MOVE WS-CAT-P-NO(WS-CX) TO ITEMS-P-NO
*** LOCK ROW IS TAKEN AND COMMITTED AT ***
*** START, DELETED AT CLEAN END. A     ***
*** CRASH LEAVES IT BEHIND; ONLY THE   ***
*** OPERATOR'S LOCKOVRD=Y CLEARS IT,   ***
*** AND ONLY WITH AN OPERATOR ID; THE  ***
*** OVERRIDE IS LOGGED AS RUN_LOG 'O'. ***
*****************************************
 TAKE-RUN-LOCK.
     SET LOCK-REFUSED TO TRUE
     MOVE SPACES TO WS-LOCKOVRD-PARM
     MOVE 'LOCKOVRD' TO WS-PGET-NAME
     PERFORM GET-RUN-PARM
     MOVE WS-PGET-VALUE TO WS-LOCKOVRD-PARM
     IF WS-LOCKOVRD-PARM = 'Y'
        ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
        CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
                           WS-OPER-NEED-APPR WS-OPER-STATUS
                           WS-OPER-MESSAGE
        IF WS-OPER-STATUS = 'O'
           DISPLAY 'PART2 : LOCK ORPHELIN LIBERE PAR OPERATEUR '
                   WS-OPERATOR
           PERFORM DELETE-RUN-LOCK
           MOVE 'O' TO WS-RLOG-EVENT
           PERFORM WRITE-RUN-LOG
        ELSE
           DISPLAY 'PART2 : LOCKOVRD IGNORE - ' WS-OPER-MESSAGE
        END-IF
     END-IF
     MOVE WS-TODAY-DASHED TO WS-LOCK-DATE
     ACCEPT WS-LOCK-TIME FROM TIME
     PERFORM TEST-SQLCODE
     .

 ROLLBACK-DRY-RUN.
     EXEC SQL ROLLBACK END-EXEC
     PERFORM TEST-SQLCODE
     DISPLAY 'PART2 : DRY RUN - TOUT EST ANNULE (ROLLBACK)'
     .

*****************************************
*** RUN-ONCE PROTECTION. EACH OF THE   ***
*** FOUR INPUT FILE NAMES IS CHECKED   ***
*****************************************
 CHECK-ALL-FILE-REGISTRY.
     SET FILE-NOT-REGISTERED TO TRUE
     IF SERIAL-RUN OR PART-IS-EU
        MOVE WS-FICVEU-DSN TO FREG-FILE-NAME
        PERFORM CHECK-ONE-FILE-REGISTRY
     END-IF
     IF SERIAL-RUN OR PART-IS-AS
        MOVE WS-FICVAS-DSN TO FREG-FILE-NAME
        PERFORM CHECK-ONE-FILE-REGISTRY
     END-IF
     IF SERIAL-RUN OR PART-IS-US
        MOVE WS-FICVUS-DSN TO FREG-FILE-NAME
        PERFORM CHECK-ONE-FILE-REGISTRY
     END-IF
     IF SERIAL-RUN OR PART-IS-PT
        MOVE WS-FICVPT-DSN TO FREG-FILE-NAME
        PERFORM CHECK-ONE-FILE-REGISTRY
     END-IF
     IF FILE-REGISTERED
        MOVE SPACES TO WS-OVRD-PARM
        MOVE 'FILEOVRD' TO WS-PGET-NAME
        PERFORM GET-RUN-PARM
        MOVE WS-PGET-VALUE TO WS-OVRD-PARM
        IF WS-OVRD-PARM = 'Y'
           DISPLAY 'PART2 : RETRAITEMENT FORCE PAR OPERATEUR'
           SET FILE-NOT-REGISTERED TO TRUE
     .

 REGISTER-ALL-FILES.
     IF SERIAL-RUN OR PART-IS-EU
        MOVE WS-FICVEU-DSN TO FREG-FILE-NAME
        MOVE 1 TO WS-RX
        PERFORM REGISTER-ONE-FILE
     END-IF
     IF SERIAL-RUN OR PART-IS-AS
        MOVE WS-FICVAS-DSN TO FREG-FILE-NAME
        MOVE 2 TO WS-RX
        PERFORM REGISTER-ONE-FILE
     END-IF
     IF SERIAL-RUN OR PART-IS-US
        MOVE WS-FICVUS-DSN TO FREG-FILE-NAME
        MOVE 3 TO WS-RX
        PERFORM REGISTER-ONE-FILE
     END-IF
     IF SERIAL-RUN OR PART-IS-PT
        MOVE WS-FICVPT-DSN TO FREG-FILE-NAME
        MOVE 4 TO WS-RX
        PERFORM REGISTER-ONE-FILE
     END-IF
     .

 REGISTER-ONE-FILE.
     MOVE WS-REG-CNT(WS-RX)  TO FREG-REC-COUNT
     MOVE WS-REG-HASH(WS-RX) TO FREG-HASH-TOTAL
     MOVE WS-TODAY-DASHED    TO FREG-RUN-DATE
     MOVE WS-RUN-TIME        TO FREG-RUN-TIME
     EXEC SQL
         INSERT INTO API5.FILE_REGISTRY
         (FILE_NAME, REC_COUNT, HASH_TOTAL, RUN_DATE, RUN_TIME)
         VALUES(:FREG-FILE-NAME,
                :FREG-REC-COUNT,
                :FREG-HASH-TOTAL,
                :FREG-RUN-DATE,
                :FREG-RUN-TIME)
     END-EXEC
     IF SQLCODE = -803
        EXEC SQL
            UPDATE API5.FILE_REGISTRY
            SET REC_COUNT  = :FREG-REC-COUNT,
                HASH_TOTAL = :FREG-HASH-TOTAL,
                RUN_DATE   = :FREG-RUN-DATE,
                RUN_TIME   = :FREG-RUN-TIME
            WHERE FILE_NAME = :FREG-FILE-NAME
        END-EXEC
     END-IF
             PERFORM ABEND-PROG
     END-EVALUATE.

*****************************************
*** A HELD LINE ALERTS THE CREDIT     ***
*** DESK THE SAME NIGHT, KEYED ON THE ***
*** ORDER SO A MANY-LINE ORDER ALERTS ***
*** ONCE.                             ***
*****************************************
 ALERT-HELD-ORDER.
     MOVE 'HELDORD'   TO WS-ALRT-TYPE
     MOVE 'W'         TO WS-ALRT-SEVERITY
     MOVE SPACES      TO WS-ALRT-KEY
     MOVE ORDERS-O-NO TO WS-ALRT-KEY(1:6)
     MOVE SPACES      TO WS-ALRT-MESSAGE
     EVALUATE WS-HOLD-REASON
        WHEN 'B'
           STRING 'COMMANDE ' ORDERS-O-NO ' CLIENT ' ORDERS-C-NO
                  ' RETENUE - COMPTE EN RECOUVREMENT'
                  DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
           END-STRING
        WHEN 'S'
           STRING 'COMMANDE ' ORDERS-O-NO ' CLIENT ' ORDERS-C-NO
                  ' RETENUE - COMMANDE INHABITUELLE'
                  DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
           END-STRING
        WHEN OTHER
           STRING 'COMMANDE ' ORDERS-O-NO ' CLIENT ' ORDERS-C-NO
                  ' RETENUE - LIMITE DE CREDIT'
                  DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
           END-STRING
     END-EVALUATE
     PERFORM SEND-ALERT
     .

*****************************************
*** A BACKORDERED LINE MEANS THE      ***
*** DEPOT HAS NO FREE STOCK LEFT WITH ***
*** ORDERS WAITING - KEYED ON PRODUCT ***
*** AND DEPOT.                        ***
*****************************************
 ALERT-STOCK-OUT.
     MOVE 'STOCKOUT'   TO WS-ALRT-TYPE
     MOVE 'W'          TO WS-ALRT-SEVERITY
     MOVE SPACES       TO WS-ALRT-KEY
     STRING ITEMS-P-NO '/' WS-WAREHOUSE
            DELIMITED BY SIZE INTO WS-ALRT-KEY
     END-STRING
     MOVE SPACES       TO WS-ALRT-MESSAGE
     STRING 'PRODUIT ' ITEMS-P-NO ' EPUISE AU DEPOT ' WS-WAREHOUSE
            ' - RELIQUATS EN ATTENTE'
            DELIMITED BY SIZE INTO WS-ALRT-MESSAGE
     END-STRING
     PERFORM SEND-ALERT
     .

*****************************************
*** A DRY RUN ROLLS BACK - IT MUST    ***
*** NOT PAGE ANYONE.                  ***
*****************************************
 SEND-ALERT.
     IF NOT DRY-RUN
        CALL ALERTW USING WS-ALRT-PROGID WS-ALRT-TYPE
                          WS-ALRT-SEVERITY WS-ALRT-KEY
                          WS-ALRT-MESSAGE WS-ALRT-STATUS
     END-IF
     .

*****************************************
*** WRITES ONE TIMESTAMPED ROW TO THE ***
*** SHARED EXCPLOG FILE FOR EVERY     ***
