001300*              PURCHASING CAN DISCONTINUE THEM THROUGH PART1'S   *
001400*              ACTION CODE INSTEAD OF REPLENISHING THEM.         *
001500*              OUTPUT ON FICSLW.                                 *
001520* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001540*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001560*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001580*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
004900     END-EXEC.
005000
005100 77 WS-TODAY-RAW      PIC X(8).
005150 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
005200 77 WS-TODAY-INT      PIC 9(8).
005300 77 WS-TODAY-DASHED   PIC X(10).
005400 77 WS-WORK-DATE      PIC 9(8).
016400
016500 COMPUTE-CUTOFF-DATES.
016600     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
016650     CALL RUNDATE USING WS-TODAY-RAW
016700     MOVE WS-TODAY-RAW TO WS-TODAY-INT
016800     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
016900            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
