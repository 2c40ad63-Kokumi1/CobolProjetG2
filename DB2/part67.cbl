000900*              SHOWS PER DEPOT AND PRODUCT WHAT IS ON HAND,      *
001000*              WHAT IS RESERVED FOR LOADED ORDERS AND WHAT IS    *
001100*              FREE TO SELL, WITH PER-DEPOT TOTALS, ON FICALC.   *
001125* 2026-10-15 : FREE TO SELL NOW ALSO LEAVES OUT UNITS HELD IN    *
001150*              QUALITY INSPECTION (WAREHOUSE_STOCK.QUARANTINE) - *
001175*              THEY ARE STILL ON HAND BUT NOT FREE.              *
001180* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *
001185*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *
001190*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *
001195*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
003500     EXEC SQL
003600        DECLARE CALC CURSOR
003700        FOR
003800        SELECT W_CODE, P_NO, STOCK, COALESCE(RESERVED, 0),
003850               COALESCE(QUARANTINE, 0)
003900        FROM API5.WAREHOUSE_STOCK
004000        WHERE STOCK > 0 OR COALESCE(RESERVED, 0) > 0
004100        ORDER BY W_CODE, P_NO
004200     END-EXEC.
004300
004400 77 WS-TODAY-RAW      PIC X(8).
004450 77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
004500 77 WS-TODAY-DASHED   PIC X(10).
004600 77 WS-FREE           PIC S9(7) COMP-3.
004700 77 WS-PREV-DEPOT     PIC X(2) VALUE SPACES.
008900
009000 PROCEDURE DIVISION.
009100     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
009150     CALL RUNDATE USING WS-TODAY-RAW
009200     STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
009300            WS-TODAY-RAW(7:2) DELIMITED BY SIZE
009400            INTO WS-TODAY-DASHED
012300     EXEC SQL
012400        FETCH CALC
012500        INTO :WHS-W-CODE, :WHS-P-NO, :WHS-STOCK,
012600             :WHS-RESERVED,
012650             :WHS-QUARANTINE
012700     END-EXEC
012800     EVALUATE TRUE
012900        WHEN SQLCODE = +100
013700             END-IF
013800             ADD 1 TO WS-CNT-LINES
013900             COMPUTE WS-FREE = WHS-STOCK - WHS-RESERVED
013950                                    - WHS-QUARANTINE
014000             ADD WHS-STOCK    TO WS-DEP-STOCK
014100             ADD WHS-RESERVED TO WS-DEP-RESV
014200             ADD WS-FREE      TO WS-DEP-FREE
