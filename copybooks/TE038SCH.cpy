      *================================================================
      * TE038SCH - SCHEDULED-CHANGE MASTER RECORD.
      * ONE ROW PER FUTURE-DATED TE006INQ "C" TRANSACTION, VALIDATED
      * ON ENTRY AND PARKED UNTIL THE FIRST CALXREF BUSINESS DAY ON
      * OR AFTER ITS EFFECTIVE DATE.  CARRIED NIGHT TO NIGHT BY
      * TE006INQ (SCHMST IN, SCHNEW OUT, STAMP SCHNSTP):
      *   SCH-KEY-ENT       TEST-KEY-ENT THE CHANGE APPLIES TO.
      *   SCH-FIELD-CD      TE006INQ FIELD CODE (LIB, COMP, DAT1,
      *                     MN01-MN10).
      *   SCH-NEW-VALUE     THE REQUESTED VALUE, AS KEYED.
      *   SCH-NEW-SIGN      + OR - FOR AN MNnn CHANGE.
      *   SCH-EFF-DATE      CCYYMMDD THE CHANGE TAKES EFFECT.
      *   SCH-REQ-USER      THE ORIGINAL REQUESTER, LOGGED AS THE
      *   SCH-REQ-JOB       UPDATING USER AND JOB WHEN IT IS APPLIED.
      *   SCH-ENTERED-DATE  CCYYMMDD THE REQUEST WAS KEYED.
      *================================================================
       01  SCHED-CHG-RECORD.
           03 SCH-KEY-ENT                  PIC X(12).
           03 SCH-FIELD-CD                 PIC X(04).
           03 SCH-NEW-VALUE                PIC X(30).
           03 SCH-NEW-SIGN                 PIC X(01).
           03 SCH-EFF-DATE                 PIC 9(08).
           03 SCH-REQ-USER                 PIC X(10).
           03 SCH-REQ-JOB                  PIC X(08).
           03 SCH-ENTERED-DATE             PIC 9(08).
           03 FILLER                       PIC X(19).
