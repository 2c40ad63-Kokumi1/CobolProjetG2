001300*              BALANCE_HISTORY ROW MARKED HIST_TYPE 'F' SO       *
001400*              STATEMENTS CAN LABEL IT. A CHARGE REGISTER IS     *
001500*              WRITTEN TO FICFIN.                                *
001510* 2026-10-15 : AMOUNTS IN OPEN DISPUTE (API5.DISPUTES) ARE HELD  *
001520*              OUT OF THE BALANCE BEFORE THE OVERDUE PORTION IS  *
001530*              FOUND, SO NO CHARGE IS RAISED ON MONEY THE        *
001540*              CUSTOMER IS WITHHOLDING PENDING RESOLUTION.       *
001550* 2026-10-15 : A CHARGE IS NOW OVERDUE ONCE IT IS PAST ITS DUE   *
001560*              DATE UNDER THE CUSTOMER'S PAYMENT TERMS           *
001570*              (API5.PAYMENT_TERMS NET DAYS) INSTEAD OF A FLAT   *
001580*              FINDAYS. FINDAYS NOW ONLY APPLIES TO A CUSTOMER   *
001590*              WITHOUT A TERMS CODE.                             *
001592* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001594*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001596*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001598*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001598* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001598*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001598*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001598*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001598*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001598*              FOR THE PART131 REPORT.                           *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
007300 77 WS-PCT-PARM       PIC X(6).
007400 77 WS-CHARGE-PCT     PIC 9(2)V99 VALUE 1,50.
007500 77 WS-TODAY-RAW      PIC X(08).
007550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
007558 77 PARMGET           PIC X(8) VALUE 'PARMGET'.
007566 77 WS-PGET-PROGID    PIC X(8) VALUE 'PART15'.
007574 77 WS-PGET-NAME      PIC X(12).
007582 77 WS-PGET-VALUE     PIC X(40).
007590 77 WS-PGET-RETCODE   PIC S9(4) COMP.
007600 77 WS-TODAY-INT      PIC 9(8).
007700 77 WS-TODAY-DASHED   PIC X(10).
007800 77 WS-WORK-DATE      PIC 9(8).
007900 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
008000 77 WS-CUTOFF-DATE    PIC X(10).
008010 77 WS-NET-DAYS       PIC 9(3).
008100 77 WS-REMAINING      PIC S9(8)V99 COMP-3.
008150 77 WS-CUS-DISPUTED   PIC S9(8)V99 COMP-3.
008200 77 WS-ALLOC          PIC S9(8)V99 COMP-3.
008300 77 WS-OVERDUE-AMT    PIC S9(8)V99 COMP-3.
008400 77 WS-CHARGE-AMT     PIC S9(8)V99 COMP-3.
015300
015400******************************************************
015500*** FINDAYS = AGE IN DAYS BEYOND WHICH A BALANCE IS ***
015600*** OVERDUE (DEFAULT 30) FOR A CUSTOMER WITHOUT     ***
015610*** PAYMENT TERMS; FINPCT = CHARGE PERCENT          ***
015700*** (DEFAULT 1,5). BOTH ARE OPERATOR-TUNABLE.       ***
015800******************************************************
015900 INITIALIZE-PARAMETERS.
016000     MOVE SPACES TO WS-DAYS-PARM
016100     MOVE 'FINDAYS' TO WS-PGET-NAME
016133     PERFORM GET-RUN-PARM
016166     MOVE WS-PGET-VALUE TO WS-DAYS-PARM
016200     IF WS-DAYS-PARM NOT = SPACES
016300        AND WS-DAYS-PARM IS NUMERIC
016400        MOVE WS-DAYS-PARM TO WS-OVERDUE-DAYS
016500     END-IF
016600
016700     MOVE SPACES TO WS-PCT-PARM
016800     MOVE 'FINPCT' TO WS-PGET-NAME
016833     PERFORM GET-RUN-PARM
016866     MOVE WS-PGET-VALUE TO WS-PCT-PARM
016900     INSPECT WS-PCT-PARM CONVERTING '.' TO ','
017000     IF WS-PCT-PARM NOT = SPACES
017100        AND FUNCTION TEST-NUMVAL-C(WS-PCT-PARM) = ZERO
017300     END-IF
017400
017500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
017550     CALL RUNDATE USING WS-TODAY-RAW
017600     MOVE WS-TODAY-RAW TO WS-TODAY-INT
017700     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
017800            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
017900            INTO WS-TODAY-DASHED
018000     END-STRING
018100     MOVE WS-TODAY-DASHED TO TITLE-DATE-ED
018200     .
018210
018220******************************************************
018230*** THE CUSTOMER'S NET DAYS FROM THEIR PAYMENT      ***
018240*** TERMS - A CHARGE DATED ON OR BEFORE TODAY LESS  ***
018250*** THE NET DAYS IS PAST ITS DUE DATE. NO TERMS     ***
018260*** CODE (OR AN UNKNOWN ONE) FALLS BACK TO FINDAYS. ***
018270******************************************************
018280 COMPUTE-CUSTOMER-CUTOFF.
018290     EXEC SQL
018291        SELECT T.NET_DAYS INTO :WS-NET-DAYS
018292        FROM API5.CUSTOMERS C, API5.PAYMENT_TERMS T
018293        WHERE C.C_NO       = :CUS-NO
018294        AND   T.TERMS_CODE = C.TERMS_CODE
018295     END-EXEC
018296     IF SQLCODE = +100
018297        MOVE WS-OVERDUE-DAYS TO WS-NET-DAYS
018298     ELSE
018299        PERFORM TEST-SQLCODE
018300     END-IF
018301
018302     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
018400             (FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
018500              - WS-NET-DAYS)
018600     MOVE SPACES TO WS-CUTOFF-DATE
018700     STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
018800            WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
019900
020000******************************************************
020100*** ALLOCATES THE BALANCE NEWEST-FIRST; WHATEVER    ***
020200*** LANDS ON CHARGES PAST THEIR DUE DATE (PLUS      ***
020300*** ANY UNEXPLAINED REMAINDER) IS OVERDUE AND GETS  ***
020400*** THE PERCENTAGE CHARGE. AN AMOUNT IN OPEN       ***
020410*** DISPUTE IS NEVER CHARGED.                       ***
020500******************************************************
020600 ASSESS-ONE-CUSTOMER.
020700     MOVE ZERO TO WS-OVERDUE-AMT
020710     PERFORM COMPUTE-CUSTOMER-CUTOFF
020750     PERFORM GET-CUSTOMER-DISPUTED
020800     COMPUTE WS-REMAINING = CUS-BALANCE - WS-CUS-DISPUTED
020900     SET HIST-NOT-DONE TO TRUE
021000
021100     EXEC SQL
023400     END-IF
023500     .
023600
023600 GET-CUSTOMER-DISPUTED.
023601     EXEC SQL
023602        SELECT COALESCE(SUM(AMOUNT), 0)
023603             INTO :WS-CUS-DISPUTED
023604        FROM API5.DISPUTES
023605        WHERE C_NO = :CUS-NO
023606        AND   STATUS = 'O'
023607     END-EXEC
023608     PERFORM TEST-SQLCODE
023609     .
023699
023700 ALLOCATE-ONE-MOVEMENT.
023800     EXEC SQL
023900        FETCH CHIST
038000     MOVE WS-LOG-MESSAGE TO EXCPLOG-MESSAGE
038100     WRITE EXCPLOG-RECORD
038200     .
038300
038400******************************************************
038500*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
038600*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
038700*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
038800******************************************************
038900 GET-RUN-PARM.
039000     MOVE RETURN-CODE TO WS-PGET-RETCODE
039100     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
039200                        WS-PGET-VALUE
039300*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
039400     MOVE WS-PGET-RETCODE TO RETURN-CODE
039500     .
