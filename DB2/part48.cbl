001000*              NEW LIMIT, DATE) IN THE PRICE_HISTORY SPIRIT.     *
001100*              UNKNOWN CUSTOMERS AND BAD AMOUNTS GO TO REJLIM    *
001200*              WITH A REASON; A CHANGE REGISTER GOES TO FICLAP.  *
001210* 2026-10-15 : EACH CHANGE ALSO GOES TO API5.CUSTOMER_CHANGES    *
001220*              (FIELD CREDIT_LIMIT, OLD/NEW VALUE, PROGRAM) SO   *
001230*              THE MASTER'S FULL CHANGE LOG SHOWS IT TOO.        *
001240* 2026-10-15 : A RUN NOW NEEDS AN OPERATOR ID AND A DIFFERENT    *
001250*              APPROVER ID (OPERATOR/APPROVER ENVIRONMENT        *
001260*              VARIABLES) WHOM API5.OPERATOR_AUTHORITY ALLOWS TO *
001270*              APPROVE CREDLIM, CHECKED BY OPERCHK; WITHOUT THEM *
001280*              NO LIMIT IS CHANGED (RC 8). BOTH IDS GO ON EVERY  *
001290*              LIMIT_HISTORY ROW.                                *
001292* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001294*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001296*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001298*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
004300     EXEC SQL
004400        INCLUDE LIMHIST
004500     END-EXEC.
004510     EXEC SQL
004520        INCLUDE CUSTCHG
004530     END-EXEC.
004600
004700 01 DELIMITER-VAR  PIC X VALUE ";".
004800 01 WS-DATA.
006100 01 WS-REJECT-OUT      PIC X(90).
006200 01 WS-NEW-LIMIT       PIC S9(8)V99 COMP-3.
006300 01 WS-TODAY-RAW       PIC X(8).
006350 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
006400 01 WS-TODAY-DASHED    PIC X(10).
006410 01 WS-TIME-RAW        PIC X(8).
006420 01 WS-ED-LIMIT        PIC -ZZZZZZZ9,99.
006500 01 WS-CNT-READ        PIC 9(5) VALUE ZERO.
006600 01 WS-CNT-APPLIED     PIC 9(5) VALUE ZERO.
006700 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
006712 01 OPERCHK           PIC X(8) VALUE 'OPERCHK'.
006724 01 WS-OPER-ACTION    PIC X(8) VALUE 'CREDLIM'.
006736 01 WS-OPER-NEED-APPR PIC X(1) VALUE 'Y'.
006748 01 WS-OPERATOR       PIC X(8) VALUE SPACES.
006760 01 WS-APPROVER       PIC X(8) VALUE SPACES.
006772 01 WS-OPER-STATUS    PIC X(1).
006784 01 WS-OPER-MESSAGE   PIC X(40).
006800
006900 01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.
007000 01 L-TITLE-LINE.
008100    05 FILLER         PIC X(34) VALUE SPACE.
008200
008300 PROCEDURE DIVISION.
008312     PERFORM CHECK-OPERATOR-AUTHORITY
008324     IF WS-OPER-STATUS NOT = 'O'
008336        DISPLAY 'PART48 : ' WS-OPER-MESSAGE
008348        MOVE 8 TO RETURN-CODE
008360        GOBACK
008372     END-IF
008384
008400     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
008450     CALL RUNDATE USING WS-TODAY-RAW
008500     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
008600            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
008700            INTO WS-TODAY-DASHED
010900     DISPLAY '===================================='
011000     GOBACK.
011100
011107 CHECK-OPERATOR-AUTHORITY.
011114     ACCEPT WS-OPERATOR FROM ENVIRONMENT 'OPERATOR'
011121     ACCEPT WS-APPROVER FROM ENVIRONMENT 'APPROVER'
011128     CALL OPERCHK USING WS-OPER-ACTION WS-OPERATOR WS-APPROVER
011135                        WS-OPER-NEED-APPR WS-OPER-STATUS
011142                        WS-OPER-MESSAGE
011149     IF WS-OPER-STATUS = 'O'
011156        DISPLAY 'OPERATOR : ' WS-OPERATOR
011163                '  APPROVER : ' WS-APPROVER
011170     END-IF
011177     .
011184
011200 TRAITEMENT-FICHIER.
011300     READ APPRLIM AT END
011400        SET END-OF-FILE TO TRUE
020000         WHEN SQLCODE = ZERO
020100              ADD 1 TO WS-CNT-APPLIED
020200              PERFORM INSERT-LIMIT-HISTORY
020210              PERFORM INSERT-CUSTOMER-CHANGE
020300              PERFORM WRITE-REGISTER-LINE
020400         WHEN SQLCODE > ZERO
020500              DISPLAY 'WARNING UPDATE LIMIT : ' SQLCODE
021400     MOVE CUS-CREDIT-LIMIT TO LIMH-OLD-LIMIT
021500     MOVE WS-NEW-LIMIT     TO LIMH-NEW-LIMIT
021600     MOVE WS-TODAY-DASHED  TO LIMH-CHG-DATE
021633     MOVE WS-OPERATOR      TO LIMH-OPERATOR
021666     MOVE WS-APPROVER      TO LIMH-APPROVER
021700     EXEC SQL
021800         INSERT INTO API5.LIMIT_HISTORY
021900         (C_NO, OLD_LIMIT, NEW_LIMIT, CHG_DATE,
021950          OPERATOR, APPROVER)
022000         VALUES(:LIMH-C-NO,
022100                :LIMH-OLD-LIMIT,
022200                :LIMH-NEW-LIMIT,
022300                :LIMH-CHG-DATE,
022333                :LIMH-OPERATOR,
022366                :LIMH-APPROVER)
022400     END-EXEC
022500     IF SQLCODE NOT = ZERO
022600        DISPLAY 'WARNING LIMIT HISTORY : ' SQLCODE
022700     END-IF
022800     .
022801
022804 INSERT-CUSTOMER-CHANGE.
022807     ACCEPT WS-TIME-RAW FROM TIME
022810     MOVE CUS-NO           TO CHG-C-NO
022813     MOVE WS-TODAY-DASHED  TO CHG-DATE
022816     MOVE WS-TIME-RAW      TO CHG-TIME
022819     MOVE 'CREDIT_LIMIT'   TO CHG-FIELD
022822     MOVE CUS-CREDIT-LIMIT TO WS-ED-LIMIT
022825     MOVE WS-ED-LIMIT      TO CHG-OLD-VALUE
022828     MOVE WS-NEW-LIMIT     TO WS-ED-LIMIT
022831     MOVE WS-ED-LIMIT      TO CHG-NEW-VALUE
022834     MOVE 'PART48'         TO CHG-PROGID
022837     EXEC SQL
022840         INSERT INTO API5.CUSTOMER_CHANGES
022843         (C_NO, CHG_DATE, CHG_TIME, FIELD_NAME, OLD_VALUE,
022846          NEW_VALUE, PROG_ID)
022849         VALUES(:CHG-C-NO,
022852                :CHG-DATE,
022855                :CHG-TIME,
022858                :CHG-FIELD,
022861                :CHG-OLD-VALUE,
022864                :CHG-NEW-VALUE,
022867                :CHG-PROGID)
022870     END-EXEC
022873     IF SQLCODE NOT = ZERO
022876        DISPLAY 'WARNING CUSTOMER CHANGES : ' SQLCODE
022879     END-IF
022882     .
022900
023000 WRITE-REGISTER-LINE.
023100     MOVE CUS-NO           TO REG-CNO-ED
