001100*              ONE QUERY INSTEAD OF AN ARCHAEOLOGY SESSION. A    *
001200*              LOG FAILURE NEVER STOPS THE CALLER - IT IS        *
001300*              DISPLAYED AND SWALLOWED.                          *
001316* 2026-10-15 : EVERY ROW NOW CARRIES THE OPERATOR AND APPROVER   *
001332*              IDS THE RUN WAS STARTED WITH (OPERATOR/APPROVER   *
001348*              ENVIRONMENT VARIABLES), SO A MANUAL OVERRIDE      *
001364*              LOGGED AS EVENT 'O' SAYS WHO DECIDED IT. THE      *
001380*              CALLING SEQUENCE IS UNCHANGED.                    *
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
005000            INTO RLOG-DATE
005100     END-STRING
005200     ACCEPT RLOG-TIME FROM TIME
005225     MOVE SPACES TO RLOG-OPERATOR RLOG-APPROVER
005250     ACCEPT RLOG-OPERATOR FROM ENVIRONMENT 'OPERATOR'
005275     ACCEPT RLOG-APPROVER FROM ENVIRONMENT 'APPROVER'
005300
005400     EXEC SQL
005500         INSERT INTO API5.RUN_LOG
005600         (PROGID, EVENT, RUN_DATE, RUN_TIME,
005700          CNT_READ, CNT_LOADED, CNT_REJECTED, RETCODE,
005750          OPERATOR, APPROVER)
005800         VALUES(:RLOG-PROGID,
005900                :RLOG-EVENT,
006000                :RLOG-DATE,
006200                :RLOG-READ,
006300                :RLOG-LOADED,
006400                :RLOG-REJECTED,
006500                :RLOG-RETCODE,
006533                :RLOG-OPERATOR,
006566                :RLOG-APPROVER)
006600     END-EXEC
006700
006800     IF SQLCODE NOT = ZERO
