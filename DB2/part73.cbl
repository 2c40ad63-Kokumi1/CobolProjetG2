001200*              THE RMA AGING REPORT ON FICRMA - AUTHORIZATIONS   *
001300*              ISSUED BUT NEVER (OR ONLY PARTLY) USED, OLDEST    *
001400*              FIRST. BAD LINES GO TO REJRMA WITH A REASON.      *
001420* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001440*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001460*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001480*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
008100 01 WS-QTY             PIC 9(3) COMP-3.
008200 01 WS-EXP-DATE        PIC X(10).
008300 01 WS-TODAY-RAW       PIC X(8).
008350 01 RUNDATE            PIC X(8) VALUE 'RUNDATE'.
008400 01 WS-TODAY-DASHED    PIC X(10).
008500 01 WS-LIST-DONE       PIC X VALUE 'N'.
008600    88 LIST-DONE         VALUE 'O'.
012800
012900 PROCEDURE DIVISION.
013000     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
013050     CALL RUNDATE USING WS-TODAY-RAW
013100     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
013200            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
013300            INTO WS-TODAY-DASHED
