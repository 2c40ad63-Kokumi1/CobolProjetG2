000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNDATE.
000300******************************************************************
000400* MODIFICATION HISTORY                                           *
000500* 2026-10-15 : INITIAL VERSION - THE PROCESSING DATE SERVICE     *
000600*              ROUTINE, IN THE STYLE OF SPDATE/P2DDATE. A BATCH  *
000700*              PROGRAM PASSES IT THE DATE IT HAS JUST ACCEPTED;  *
000800*              WHEN PARTDRV HAS SET BATCHDATE FOR THE DAY IT IS  *
000900*              PROCESSING (NORMALLY TODAY, AN EARLIER DAY IN A   *
001000*              CATCH-UP RUN) THAT DAY IS RETURNED INSTEAD, SO    *
001100*              EVERY STEP WORKS AS OF THE SAME DATE.             *
001200******************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SPECIAL-NAMES.
001600     DECIMAL-POINT IS COMMA.
001700
001800 DATA DIVISION.
001900 WORKING-STORAGE SECTION.
002000 77 WS-BATCH-DATE    PIC X(10).
002100
002200 LINKAGE SECTION.
002300 77 LS-DATE-RAW   PIC X(8).
002400
002500******************************************************
002600*** THE CALLER PASSES THE DATE IT JUST ACCEPTED     ***
002700*** (YYYYMMDD). WHEN PARTDRV IS PROCESSING A GIVEN  ***
002800*** DAY, BATCHDATE (YYYY-MM-DD) NAMES IT AND        ***
002900*** REPLACES THE SYSTEM DATE; OTHERWISE THE DATE IS ***
003000*** RETURNED UNCHANGED.                             ***
003100******************************************************
003200 PROCEDURE DIVISION USING LS-DATE-RAW.
003300     MOVE SPACES TO WS-BATCH-DATE
003400     ACCEPT WS-BATCH-DATE FROM ENVIRONMENT 'BATCHDATE'
003500     IF WS-BATCH-DATE NOT = SPACES
003600        IF WS-BATCH-DATE(1:4) IS NUMERIC
003700           AND WS-BATCH-DATE(5:1) = '-'
003800           AND WS-BATCH-DATE(6:2) IS NUMERIC
003900           AND WS-BATCH-DATE(8:1) = '-'
004000           AND WS-BATCH-DATE(9:2) IS NUMERIC
004100           STRING WS-BATCH-DATE(1:4) WS-BATCH-DATE(6:2)
004200                  WS-BATCH-DATE(9:2) DELIMITED BY SIZE
004300                  INTO LS-DATE-RAW
004400           END-STRING
004500        ELSE
004600           DISPLAY 'RUNDATE : BATCHDATE INVALIDE IGNOREE : '
004700                   WS-BATCH-DATE
004800        END-IF
004900     END-IF
005000     GOBACK.
