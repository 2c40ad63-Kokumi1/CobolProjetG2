      *****************************************************************
      * RUNPARM - HOST VARIABLES FOR THE RUN PARAMETER TABLES
      * API5.RUN_PARMS HOLDS THE THRESHOLDS AND DEFAULTS THE BATCH
      * PROGRAMS RUN WITH, ONE ROW PER PROGRAM, PARAMETER NAME (THE
      * NAME OF THE ENVIRONMENT VARIABLE IT REPLACES) AND EFFECTIVE
      * DATE. RPRM-PROGID '*' APPLIES TO EVERY PROGRAM WITHOUT A ROW
      * OF ITS OWN. THE PARMGET ROUTINE TAKES THE ROW WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE DAY BEING PROCESSED; A VALUE OF
      * SPACES MEANS THE PROGRAM'S OWN DEFAULT.
      * API5.RUN_PARM_HIST IS THE CHANGE HISTORY - ONE ROW PER ROW
      * PART132 ADDS OR CHANGES, WITH THE OLD AND NEW VALUE, WHO
      * CHANGED IT AND WHEN. PRMH-ACTION 'A' = NEW ROW, 'C' = VALUE
      * CHANGED ON AN EXISTING ROW.
      * API5.RUN_PARM_USED RECORDS EVERY PARAMETER EVERY RUN READ :
      * PUSE-RUN-DATE/TIME ON THE SYSTEM CLOCK LIKE API5.RUN_LOG,
      * PUSE-BATCH-DATE THE DAY BEING PROCESSED. PUSE-SOURCE 'T' =
      * FROM THE TABLE (PUSE-EFF-DATE IS THE ROW'S EFFECTIVE DATE),
      * 'E' = THE ENVIRONMENT VARIABLE OVERRODE IT, 'D' = NEITHER, THE
      * PROGRAM'S OWN DEFAULT APPLIED. PART131 LISTS THEM PER NIGHT
      * NEXT TO THE RUN_LOG ROWS.
      *****************************************************************
       01 RUNPARM-REC.
          05 RPRM-PROGID      PIC X(8).
          05 RPRM-NAME        PIC X(12).
          05 RPRM-EFF-DATE    PIC X(10).
          05 RPRM-VALUE       PIC X(40).
          05 RPRM-OPERATOR    PIC X(8).
          05 RPRM-CHG-DATE    PIC X(10).
       01 PARMHIST-REC.
          05 PRMH-PROGID      PIC X(8).
          05 PRMH-NAME        PIC X(12).
          05 PRMH-EFF-DATE    PIC X(10).
          05 PRMH-ACTION      PIC X(1).
          05 PRMH-OLD-VALUE   PIC X(40).
          05 PRMH-NEW-VALUE   PIC X(40).
          05 PRMH-OPERATOR    PIC X(8).
          05 PRMH-APPROVER    PIC X(8).
          05 PRMH-CHG-DATE    PIC X(10).
          05 PRMH-CHG-TIME    PIC X(8).
       01 PARMUSED-REC.
          05 PUSE-RUN-DATE    PIC X(10).
          05 PUSE-RUN-TIME    PIC X(8).
          05 PUSE-BATCH-DATE  PIC X(10).
          05 PUSE-PROGID      PIC X(8).
          05 PUSE-NAME        PIC X(12).
          05 PUSE-VALUE       PIC X(40).
          05 PUSE-SOURCE      PIC X(1).
          05 PUSE-EFF-DATE    PIC X(10).
