      *================================================================
      * TE041CLR - CARRIED-ITEM CLEARANCE RECORD.
      * ONE ROW PER ITEM THAT LEFT A CARRIED MASTER TONIGHT, WRITTEN
      * BY THE STEP THAT DISPOSED OF IT:
      *   SUSPCLR (TE010RCY)  SUSPENSE ITEMS RECYCLED TO RCYCOK OR
      *                       CLEARED BY TONIGHT'S MAIN FLOW.
      *   HLDCLR  (TE023HMG)  HOLDS RELEASED OR REJECTED ON REVIEW.
      *   SUSPXCLR/HLDXCLR (TE037ORS)  SUSPENSE ITEMS AND HOLDS SWEPT
      *                       OFF BECAUSE THE ENTITY WAS CLOSED OR
      *                       ARCHIVED; CONCATENATED INTO SUSPCLR AND
      *                       HLDCLR FOR TE041DQS.
      * THE MONTH'S GENERATIONS ARE READ TOGETHER BY TE041DQS FOR
      * THE SOURCE-SYSTEM SCORECARD:
      *   CLR-MASTER        THE MASTER THE ITEM LEFT.
      *   CLR-KEY-ENT       TEST-KEY-ENT OF THE ITEM.
      *   CLR-SRC-SYS       TEST-SRC-SYS-CD OFF THE CARRIED IMAGE.
      *   CLR-EDIT-SOURCE   SUSP-EDIT-SOURCE (SPACES FOR A HOLD).
      *   CLR-FIRST-DATE    FIRST-REJECTED / FIRST-HELD DATE.
      *   CLR-CLEARED-DATE  CCYYMMDD THE ITEM LEFT THE MASTER.
      *   CLR-BUS-DAYS      BUSINESS DAYS IT WAS CARRIED, ON THE SAME
      *                     CALENDAR-FIRST RULE AS THE AGING REPORTS.
      *   CLR-DISPOSITION   HOW IT LEFT.
      *================================================================
       01  CLEARANCE-RECORD.
           03 CLR-MASTER                   PIC X(08).
           03 CLR-KEY-ENT                  PIC X(12).
           03 CLR-SRC-SYS                  PIC X(04).
           03 CLR-EDIT-SOURCE              PIC X(04).
           03 CLR-FIRST-DATE               PIC 9(08).
           03 CLR-CLEARED-DATE             PIC 9(08).
           03 CLR-BUS-DAYS                 PIC 9(05).
           03 CLR-DISPOSITION              PIC X(01).
              88 CLR-RECYCLED                          VALUE "R".
              88 CLR-CLEARED-MAIN-FLOW                 VALUE "M".
              88 CLR-RELEASED                          VALUE "L".
              88 CLR-REJECTED                          VALUE "J".
              88 CLR-ENTITY-CLOSED                     VALUE "X".
           03 FILLER                       PIC X(30).
