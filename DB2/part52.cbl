001400*              LOADED BUT SOME LINES PARKED), OR REJECTED WITH   *
001500*              THE REASON - SO THEIR SYSTEM STOPS FINDING OUT    *
001600*              BY PHONE DAYS LATER.                              *
001620* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001640*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001660*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001680*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
005800 01 WS-FLAG-END PIC 9 VALUE ZERO.
005900    88 END-OF-FILE     VALUE 1.
006000 01 WS-TODAY-RAW       PIC X(8).
006050 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
006100 01 WS-TODAY-DASHED    PIC X(10).
006200 01 WS-DISPOSITION     PIC X(10).
006300 01 WS-DISP-REASON     PIC X(30).
008800
008900 PROCEDURE DIVISION.
009000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
009050     CALL RUNDATE USING WS-TODAY-RAW
009100     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
009200            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
009300            INTO WS-TODAY-DASHED
