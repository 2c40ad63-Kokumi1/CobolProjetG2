      * LIMHIST - HOST VARIABLES FOR API5.LIMIT_HISTORY
      * ONE ROW PER CREDIT LIMIT CHANGE PART48 APPLIES FROM THE
      * APPROVED-LIMITS FILE, IN THE SAME SPIRIT AS PRICE_HISTORY -
      * THE AUDIT TRAIL OF WHO HAD WHAT LIMIT WHEN. OPERATOR AND
      * APPROVER ARE THE TWO PEOPLE WHO SIGNED OFF THE PART48 RUN.
      *****************************************************************
       01 LIMHIST-REC.
          05 LIMH-C-NO        PIC 9(4).
          05 LIMH-OLD-LIMIT   PIC S9(8)V99 COMP-3.
          05 LIMH-NEW-LIMIT   PIC S9(8)V99 COMP-3.
          05 LIMH-CHG-DATE    PIC X(10).
          05 LIMH-OPERATOR    PIC X(8).
          05 LIMH-APPROVER    PIC X(8).
