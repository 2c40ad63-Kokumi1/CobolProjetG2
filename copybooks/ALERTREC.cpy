      *****************************************************************
      * ALERTREC - SHARED BUSINESS ALERT RECORD, WRITTEN THROUGH THE
      * ALERTW SUBROUTINE TO THE OUTBOUND ALERTOUT FILE THE MAIL/SMS
      * GATEWAY COLLECTS EVERY FEW MINUTES, AND HOST VARIABLES FOR
      * API5.ALERT_LOG (ONE ROW PER ALERT SENT, SO THE SAME EVENT
      * TYPE AND KEY ALERTS ONLY ONCE A DAY) AND API5.ALERT_ROUTING
      * (EVENT TYPE -> RECIPIENT GROUP; THE '*' ROW IS THE DEFAULT,
      * 'OPS' WHEN THERE IS NEITHER).
      * EVENT TYPES :
      *   HELDORD  - PART2 DIVERTED A LINE TO HELD_ORDERS (KEY ORDER).
      *   COLLBLK  - PART49 BLOCKED A CUSTOMER FOR COLLECTIONS (KEY
      *              CUSTOMER).
      *   STOCKOUT - PART2 BACKORDERED A LINE, NO FREE STOCK LEFT AT
      *              THE DEPOT (KEY PRODUCT/DEPOT).
      *   RATEGRD  - PART76 FOUND A STALE OR MISSING RATE AND STOPPED
      *              THE CHAIN (KEY DEVISE).
      *   HEALTH   - PARTDRV'S HEALTH GATE STOPPED THE SEQUENCE (KEY
      *              THE STEP IT STOPPED BEFORE).
      * SEVERITY : 'I' = INFORMATION, 'W' = WARNING, 'C' = CRITICAL.
      *****************************************************************
       01 ALERT-REC.
          05 ALERT-DATE       PIC X(10).
          05 ALERT-TIME       PIC X(8).
          05 ALERT-PROGID     PIC X(8).
          05 ALERT-TYPE       PIC X(8).
          05 ALERT-SEVERITY   PIC X(1).
          05 ALERT-KEY        PIC X(20).
          05 ALERT-GROUP      PIC X(8).
          05 ALERT-MESSAGE    PIC X(60).
