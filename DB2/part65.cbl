000900*              OVERDUE, ON FICOPO - SO PURCHASING SEES WHAT IS   *
001000*              STILL DUE IN AND PART17'S SUGGESTIONS CAN BE      *
001100*              CHECKED AGAINST WHAT IS ALREADY BOUGHT.           *
001120* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001140*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001160*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001180*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
005300     END-EXEC.
005400
005500 77 WS-TODAY-RAW      PIC X(8).
005550 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005600 77 WS-TODAY-DASHED   PIC X(10).
005700 77 WS-LIST-DONE      PIC X VALUE 'N'.
005800    88 LIST-DONE        VALUE 'O'.
009500
009600 PROCEDURE DIVISION.
009700     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
009750     CALL RUNDATE USING WS-TODAY-RAW
009800     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
009900            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
010000            INTO WS-TODAY-DASHED
