000128*              SPDATE-LOCALE ENVIRONMENT VARIABLE (EN/FR,        *00000128
000129*              DEFAULT FR), SAME ACCEPT FROM ENVIRONMENT IDIOM   *00000129
000130*              ALREADY USED FOR RUNTIME OVERRIDES ELSEWHERE.     *00000130
000131* 2026-10-15 : THE RUN DATE NOW PASSES THROUGH RUNDATE, SO WHEN  *00000131
000132*              PARTDRV PROCESSES A GIVEN DAY (BATCHDATE - AN     *00000132
000133*              EARLIER DAY IN A CATCH-UP RUN) THE PROGRAM WORKS  *00000133
000134*              AS OF THAT DAY INSTEAD OF THE SYSTEM DATE.        *00000134
000126******************************************************************00000126
000130 ENVIRONMENT DIVISION.                                            00000130
000140 CONFIGURATION SECTION.                                           00000140
000260 77 WS-MONTH-NAME    PIC X(10).                                   00000260
000270 77 WS-DAY-NAME      PIC X(10).                                   00000270
000271 77 WS-LOCALE-PARM   PIC X(02).                                   00000271
000272 77 RUNDATE          PIC X(8) VALUE 'RUNDATE'.                    00000272
000280                                                                  00000280
000290 LINKAGE SECTION.                                                 00000290
000300 01 LS-DATE-TEXT     PIC X(30).                                   00000300
000310                                                                  00000310
000320 PROCEDURE DIVISION USING LS-DATE-TEXT.                           00000320
000330     ACCEPT WS-TODAY FROM DATE YYYYMMDD                           00000330
000335     CALL RUNDATE USING WS-TODAY                                  00000335
000340                                                                  00000340
000341     MOVE SPACES TO WS-LOCALE-PARM                                00000341
000342     ACCEPT WS-LOCALE-PARM FROM ENVIRONMENT 'SPDATE-LOCALE'       00000342
