      *****************************************************************
      * PERIOD - HOST VARIABLES FOR THE PERIOD CONTROL TABLES
      * API5.PERIOD_STATUS HOLDS ONE ROW PER YYYY-MM : STATUS 'C' ONCE
      * PART23 HAS CLOSED THE MONTH, 'O' AFTER PART108 REOPENS IT. A
      * MONTH WITH NO ROW HAS NEVER BEEN CLOSED AND IS OPEN. CHG_DATE
      * AND PROGID SAY WHEN AND BY WHICH PROGRAM IT LAST CHANGED.
      * API5.PERIOD_POLICY SAYS WHAT A POSTING PROGRAM DOES WITH A
      * TRANSACTION DATED IN A CLOSED MONTH (PERCHK APPLIES IT) :
      *   POLICY 'R' - REFUSE : THE LINE IS REJECTED.
      *   POLICY 'D' - RE-DATE : THE LINE POSTS ON THE FIRST DAY OF
      *                THE NEXT OPEN MONTH.
      * A PROGRAM WITH NO POLICY ROW IS REFUSED.
      * API5.PERIOD_LOG KEEPS EVERY CHANGE : ACTION 'C' CLOSE (PART23),
      * 'O' REOPEN AND 'P' POLICY CHANGE (PART108), WITH THE OPERATOR
      * AND REASON GIVEN FOR THE RUN. POLICY ROWS ARE LOGGED WITH THE
      * PROGRAM CONCERNED IN POL_PROGID AND THE NEW POLICY IN POLICY.
      *****************************************************************
       01 PERSTAT-REC.
          05 PER-PERIOD       PIC X(7).
          05 PER-STATUS       PIC X(1).
          05 PER-CHG-DATE     PIC X(10).
          05 PER-PROGID       PIC X(8).
       01 PERPOL-REC.
          05 PPOL-PROGID      PIC X(8).
          05 PPOL-POLICY      PIC X(1).
       01 PERLOG-REC.
          05 PLOG-PERIOD      PIC X(7).
          05 PLOG-ACTION      PIC X(1).
          05 PLOG-DATE        PIC X(10).
          05 PLOG-TIME        PIC X(8).
          05 PLOG-PROGID      PIC X(8).
          05 PLOG-POL-PROGID  PIC X(8).
          05 PLOG-POLICY      PIC X(1).
          05 PLOG-OPERATOR    PIC X(8).
          05 PLOG-REASON      PIC X(40).
