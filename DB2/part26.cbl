001740*              PART52'S DISPOSITION ACK AND PART53'S OUTBOUND    *
001750*              INVOICE FEED CAN NAME THE PARTNER'S ORIGINAL      *
001760*              REFERENCE DAYS AFTER THE TRANSLATION RAN.         *
001765* 2026-10-15 : THE RUN PARAMETERS NOW COME FROM API5.RUN_PARMS   *
001770*              THROUGH PARMGET (PROGRAM, NAME, EFFECTIVE DATE)   *
001775*              INSTEAD OF STRAIGHT FROM THE ENVIRONMENT; THE     *
001780*              VARIABLE OF THE SAME NAME STILL OVERRIDES THE     *
001785*              TABLE FOR A RUN, AND EVERY VALUE USED IS RECORDED *
001790*              FOR THE PART131 REPORT.                           *
001792* 2026-10-15 : THE VENTPT RECORD FOLLOWS PART2'S 40-BYTE VENTAS  *
001794*              SHAPE AGAIN (DEPOT, SHIP-TO AND UNIT, LEFT BLANK, *
001796*              AND THE FREE-GOODS REASON BYTE).                  *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
006000    05 PRIX-VENTPT       PIC 9(3)V99.
006100    05 QUANTITE-VENTPT   PIC 99.
006200    05 TYPE-COMM-VENTPT  PIC X.
006300    05 CODE-DEPOT-VENTPT PIC X(2).
006325    05 CODE-SHIPTO-VENTPT PIC X(2).
006350    05 UNITE-VENTPT      PIC X(2).
006375    05 FILLER            PIC X(1).
006400
006500 FD PARTACK.
006600 01 PARTACK-RECORD PIC X(80).
008700 01 WS-CNT-REJECTED    PIC 9(5) VALUE ZERO.
008800 01 WS-CNT-ORDERS      PIC 9(5) VALUE ZERO.
008900 01 P2DDATE            PIC X(8) VALUE 'P2DDATE'.
008916 01 PARMGET            PIC X(8) VALUE 'PARMGET'.
008932 01 WS-PGET-PROGID     PIC X(8) VALUE 'PART26'.
008948 01 WS-PGET-NAME       PIC X(12).
008964 01 WS-PGET-VALUE      PIC X(40).
008980 01 WS-PGET-RETCODE    PIC S9(4) COMP.
009000
009100 01 L-ACK-LINE.
009200    05 ACK-REF-ED      PIC X(10).
012800******************************************************
012900 INITIALIZE-PARAMETERS.
013000     MOVE SPACES TO WS-BASENO-PARM
013100     MOVE 'PTBASENO' TO WS-PGET-NAME
013133     PERFORM GET-RUN-PARM
013166     MOVE WS-PGET-VALUE TO WS-BASENO-PARM
013200     IF WS-BASENO-PARM IS NUMERIC
013300        MOVE WS-BASENO-PARM TO WS-NEXT-ORDER-NO
013400     END-IF
026400     WRITE PARTACK-RECORD FROM L-ACK-LINE
026500     DISPLAY 'LIGNE PARTENAIRE REJETEE : ' WS-REJECT-REASON
026600     .
026700
026800******************************************************
026900*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
027000*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
027100*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
027200******************************************************
027300 GET-RUN-PARM.
027400     MOVE RETURN-CODE TO WS-PGET-RETCODE
027500     CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
027600                        WS-PGET-VALUE
027700*    THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
027800     MOVE WS-PGET-RETCODE TO RETURN-CODE
027900     .
