000900*              ONE LINE PER ROW PLUS A NET LINE PER REP) AND     *
001000*              MARKS THE ROWS PAID WITH TODAY'S DATE - PAYROLL   *
001100*              STOPS RE-KEYING THE PART22 REPORT.                *
001120* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001140*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001160*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001180*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
004700     END-EXEC.
004800
004900 77 WS-TODAY-RAW      PIC X(8).
004950 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005000 77 WS-TODAY-DASHED   PIC X(10).
005100 77 WS-PREV-E-NO      PIC 9(2) VALUE ZERO.
005200 77 WS-REP-NET        PIC S9(8)V99 COMP-3 VALUE ZERO.
007700
007800 PROCEDURE DIVISION.
007900     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
007950     CALL RUNDATE USING WS-TODAY-RAW
008000     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
008100            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
008200            INTO WS-TODAY-DASHED
