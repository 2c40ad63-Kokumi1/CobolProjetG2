001500*              SPLIT TO DUNARC/DUNNEW THE WAY PART29 TRIMS       *
001600*              EXCPLOG. AN UNKNOWN TABLE NAME ON A POLICY ROW    *
001700*              IS REPORTED AND SKIPPED.                          *
001720* 2026-10-15 : DOC_ARCHIVE JOINS THE TABLES PART68 KNOWS - THE   *
001740*              CUSTOMER DOCUMENT ARCHIVE LINES WHOSE PRINT DATE  *
001760*              (DOC_DATE) IS PAST THE POLICY'S KEEP_DAYS GO TO   *
001780*              DOCAHIST AND ARE DELETED.                         *
001784* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001788*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001792*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001796*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
006900     EXEC SQL
007000        INCLUDE INVREG
007100     END-EXEC.
007125     EXEC SQL
007150        INCLUDE DOCARCH
007175     END-EXEC.
007200
007300     EXEC SQL
007400        DECLARE CPOL CURSOR
012200        FROM API5.INVOICE_REGISTER
012300        WHERE PRINT_DATE < :WS-CUTOFF-DATE
012400     END-EXEC.
012410
012420     EXEC SQL
012430        DECLARE CDOCA CURSOR
012440        FOR
012450        SELECT DOC_TYPE, DOC_NO, C_NO, LINE_NO, DOC_DATE,
012460               LINE_TEXT
012470        FROM API5.DOC_ARCHIVE
012480        WHERE DOC_DATE < :WS-CUTOFF-DATE
012490     END-EXEC.
012500
012600 77 WS-ARC-DSN        PIC X(40).
012700 77 WS-DUNREG-STATUS  PIC XX VALUE SPACES.
012800 77 WS-TODAY-RAW      PIC X(8).
012850 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
012900 77 WS-TODAY-INT      PIC 9(8).
013000 77 WS-WORK-DATE      PIC 9(8).
013100 77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
016300
016400 PROCEDURE DIVISION.
016500     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016550     CALL RUNDATE USING WS-TODAY-RAW
016600     MOVE WS-TODAY-RAW TO WS-TODAY-INT
016700
016800     OPEN OUTPUT OUTRET
021100                     PERFORM PURGE-FILE-REGISTRY
021200                WHEN 'INVOICE_REGISTER'
021300                     PERFORM PURGE-INVOICE-REGISTER
021400                WHEN 'DOC_ARCHIVE'
021433                     PERFORM PURGE-DOC-ARCHIVE
021466                WHEN 'DUNREG'
021500                     PERFORM PURGE-DUNREG-FILE
021600                WHEN OTHER
021700                     DISPLAY 'PART68 : TABLE INCONNUE DANS LA '
047700     END-EVALUATE
047800     .
047900
047901
047902******************************************************
047903*** THE DOCUMENT ARCHIVE - ONE HISTORY LINE PER     ***
047904*** ARCHIVED PRINT LINE, KEYED AS ON THE TABLE.     ***
047905******************************************************
047906 PURGE-DOC-ARCHIVE.
047907     MOVE 'DOCAHIST' TO WS-ARC-DSN
047908     OPEN EXTEND ARCFILE
047909     SET ROW-NOT-DONE TO TRUE
047910     EXEC SQL
047911        OPEN CDOCA
047912     END-EXEC
047913     PERFORM TEST-SQLCODE
047914     PERFORM ARCHIVE-ONE-DOCA UNTIL ROW-DONE
047915     EXEC SQL
047916        CLOSE CDOCA
047917     END-EXEC
047918     PERFORM TEST-SQLCODE
047919     CLOSE ARCFILE
047920     EXEC SQL
047921        DELETE FROM API5.DOC_ARCHIVE
047922        WHERE DOC_DATE < :WS-CUTOFF-DATE
047923     END-EXEC
047924     PERFORM TEST-SQLCODE
047925     MOVE SQLERRD(3) TO WS-CNT-DELETED
047926     .
047927
047928 ARCHIVE-ONE-DOCA.
047929     EXEC SQL
047930        FETCH CDOCA
047931        INTO :DARC-DOC-TYPE, :DARC-DOC-NO, :DARC-C-NO,
047932             :DARC-LINE-NO, :DARC-DOC-DATE, :DARC-LINE-TEXT
047933     END-EXEC
047934     EVALUATE TRUE
047935        WHEN SQLCODE = +100
047936             SET ROW-DONE TO TRUE
047937        WHEN SQLCODE = ZERO
047938             MOVE SPACES TO WS-OUT-LINE
047939             STRING DARC-DOC-TYPE ';' DARC-DOC-NO ';'
047940                    DARC-C-NO ';' DARC-LINE-NO ';'
047941                    DARC-DOC-DATE ';' DARC-LINE-TEXT
047942                    DELIMITED BY SIZE INTO WS-OUT-LINE
047943             END-STRING
047944             MOVE WS-OUT-LINE TO ARCFILE-RECORD
047945             WRITE ARCFILE-RECORD
047946             ADD 1 TO WS-CNT-ARCHIVED
047947        WHEN OTHER
047948             PERFORM TEST-SQLCODE
047949     END-EVALUATE
047950     .
048000******************************************************
048100*** DUNREG IS A FLAT FILE - SPLIT LIKE PART29'S     ***
048200*** EXCPLOG PURGE : OLD LINES TO DUNARC, KEEPERS    ***
