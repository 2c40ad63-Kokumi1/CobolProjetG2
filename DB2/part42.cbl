001000*              BEHIND (AN UNPAID INSTALLMENT PAST ITS DUE        *
001100*              DATE - THE CUSTOMERS PART16 SENDS THE BROKEN-     *
001200*              PLAN LETTER TO), OR COMPLETE. OUTPUT ON FICPLN.   *
001220* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001240*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001260*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001280*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001300******************************************************************
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
005800     END-EXEC.
005900
006000 77 WS-TODAY-RAW      PIC X(08).
006050 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
006100 77 WS-TODAY-DASHED   PIC X(10).
006200 77 WS-CNT-AGREED     PIC S9(9) COMP.
006300 77 WS-CNT-PAID       PIC S9(9) COMP.
013600
013700 INITIALIZE-PARAMETERS.
013800     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
013850     CALL RUNDATE USING WS-TODAY-RAW
013900     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
014000            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
014100            INTO WS-TODAY-DASHED
