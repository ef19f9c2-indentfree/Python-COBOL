      *   - TXN-TYPE "A" (APPROVE) RELEASES A CAPTURED HIGH-IMPACT
      *     CHANGE -- SEE THE MAKER/CHECKER CONTROL BELOW.
      *
      * EFFECTIVE-DATED CHANGES: A "C" TRANSACTION MAY CARRY AN
      * EFFECTIVE DATE (CCYYMMDD, COLUMNS 67-74, ON AN 80-BYTE
      * REQUEST; A 70-BYTE REQUEST HAS NONE).  BLANK, ZERO, TODAY
      * OR EARLIER APPLIES TONIGHT AS ABOVE.  A LATER DATE IS
      * VALIDATED ON ENTRY AND PARKED ON THE SCHEDULED-CHANGE MASTER
      * (SCHMST IN, SCHNEW OUT, TE038SCH LAYOUT, STAMP SCHNSTP).  ON
      * THE FIRST RUN ON A CALXREF BUSINESS DAY AT OR AFTER ITS DATE
      * (THE CALENDAR ROW DECIDES, THE WEEKDAY RULE WHERE THERE IS NO
      * ROW) THE CHANGE IS RE-VALIDATED AGAINST THE MASTER AS IT
      * STANDS THAT NIGHT AND GOES DOWN THE NORMAL CHANGE PATH --
      * APPLIED AND LOGGED THROUGH TE004WAL UNDER THE ORIGINAL
      * REQUESTER'S USER AND JOB, OR CAPTURED FOR A CHECKER IF IT IS
      * HIGH-IMPACT.  ONE THAT NO LONGER PASSES FAILS ON ITS DATE
      * AND GOES TO ENRMSUSP.  THE SCHEDULED-CHANGE REPORT (SCHRPT)
      * LISTS EVERY ITEM AS SCHEDULED, APPLIED, HELD OR FAILED.
      *
      * MAKER/CHECKER CONTROL (AUDIT FINDING): A "C" TRANSACTION
      * TOUCHING TEST-COMP, OR MOVING ANY TEST-MNT-n BY MORE THAN
      * THE APPCTL THRESHOLD, IS NOT APPLIED.  IT IS CAPTURED TO THE
      *                    WAY TE013CMG DOES ON A MERGE; A COMP
      *                    CHANGE REJECTS WHEN THE PATH IS NOT
      *                    AVAILABLE.
      *   2026-10-15  DP   A STAMP ROW (PNDNSTP, TE036CFS LAYOUT)
      *                    WITH THE RUN DATE AND ROW COUNT IS NOW
      *                    WRITTEN BESIDE PNDNEW FOR THE TE036RDY
      *                    READINESS CHECK.
      *   2026-10-15  DP   EFFECTIVE-DATED "C" TRANSACTIONS: ENRMREQ
      *                    RECORD WIDENED TO 80 BYTES FOR THE DATE;
      *                    FUTURE CHANGES PARKED ON THE SCHEDULED-
      *                    CHANGE MASTER AND APPLIED ON THEIR FIRST
      *                    BUSINESS DAY, REPORTED ON SCHRPT.
      *   2026-10-15  DP   ENRMREQ READ AS VARIABLE LENGTH, 70 TO 80
      *                    BYTES: A 70-BYTE REQUEST CARRIES NO
      *                    EFFECTIVE DATE AND IS APPLIED AS BEFORE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE006INQ.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-RPT-STATUS.

           SELECT CFS-STMP-FILE ASSIGN TO "PNDNSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFS-STMP-STATUS.

           SELECT CAL-IDX-FILE ASSIGN TO "CALXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-IDX-STATUS.

           SELECT SCH-PRV-FILE ASSIGN TO "SCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-PRV-STATUS.

           SELECT SCH-NEW-FILE ASSIGN TO "SCHNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-NEW-STATUS.

           SELECT SCH-RPT-FILE ASSIGN TO "SCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-RPT-STATUS.

           SELECT SCH-STMP-FILE ASSIGN TO "SCHNSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-IDX-FILE
           COPY "cobol-test.cpy".

       FD  TXN-FILE
           RECORD IS VARYING IN SIZE FROM 70 TO 80 CHARACTERS
               DEPENDING ON WS-TXN-LEN.
       01  TXN-RECORD.
           03 TXN-TYPE                  PIC X(01).
              88 TXN-IS-INQUIRY                   VALUE "I".
           03 TXN-NEW-SIGN               PIC X(01).
           03 TXN-UPD-USER               PIC X(10).
           03 TXN-UPD-JOB                PIC X(08).
           03 TXN-EFF-DATE               PIC X(08).
           03 TXN-EFF-DATE-NUM REDEFINES TXN-EFF-DATE PIC 9(08).
           03 FILLER                     PIC X(06).

       FD  RPT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY "TE031PND.cpy".

       FD  CFS-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE036CFS.cpy".

       FD  CAL-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE022CAL.cpy".

       FD  SCH-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE038SCH.cpy"
               REPLACING SCHED-CHG-RECORD BY SCHED-PRV-RECORD.

       FD  SCH-NEW-FILE
           RECORDING MODE IS F.
           COPY "TE038SCH.cpy".

       FD  SCH-STMP-FILE
           RECORDING MODE IS F.
       01  SCH-STMP-LINE                PIC X(80).

      *----------------------------------------------------------------
      * SCHRPT -- ONE LINE PER SCHEDULED CHANGE ON FILE THIS RUN,
      * WITH WHAT BECAME OF IT AND WHY, IF IT FAILED.
      *----------------------------------------------------------------
       FD  SCH-RPT-FILE
           RECORDING MODE IS F.
       01  SRP-LINE.
           03 SRP-KEY                   PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-FIELD-CD              PIC X(04).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-NEW-VALUE             PIC X(30).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-EFF-DATE              PIC 9(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-REQUESTER             PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-ENTERED               PIC 9(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-STATUS                PIC X(09).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 SRP-REASON                PIC X(40).

      *----------------------------------------------------------------
      * PNDRPT -- ONE LINE PER PENDING ITEM TOUCHED OR CARRIED THIS
      * RUN, WITH ITS AGE IN DAYS SINCE THE MAKER ENTERED IT.
       01  WS-TXN-STATUS                PIC X(02).
           88 TXN-OK                              VALUE "00".
           88 TXN-EOF                             VALUE "10".
       01  WS-TXN-LEN                   PIC 9(04) COMP.

       01  WS-RPT-STATUS                PIC X(02).
           88 RPT-OK                              VALUE "00".
       01  WS-PND-NEW-STATUS            PIC X(02).
           88 PND-NEW-OK                          VALUE "00".

       01  WS-CFS-STMP-STATUS           PIC X(02).
           88 CFS-STMP-OK                         VALUE "00".

       01  WS-PND-RPT-STATUS            PIC X(02).
           88 PND-RPT-OK                          VALUE "00".

       01  WS-CAL-IDX-STATUS            PIC X(02).
           88 CAL-IDX-OK                          VALUE "00".
           88 CAL-IDX-NOTFOUND                    VALUE "23".

       01  WS-SCH-PRV-STATUS            PIC X(02).
           88 SCH-PRV-OK                          VALUE "00".

       01  WS-SCH-NEW-STATUS            PIC X(02).
           88 SCH-NEW-OK                          VALUE "00".

       01  WS-SCH-RPT-STATUS            PIC X(02).
           88 SCH-RPT-OK                          VALUE "00".

       01  WS-SCH-STMP-STATUS           PIC X(02).
           88 SCH-STMP-OK                         VALUE "00".

       01  WS-PATH-OPEN-SW              PIC X(01).
           88 WS-PATH-IS-OPEN                      VALUE "Y".
           88 WS-PATH-IS-CLOSED                    VALUE "N".
           03 WS-APPROVED-COUNT         PIC 9(09) COMP.
           03 WS-EXPIRED-COUNT          PIC 9(09) COMP.
           03 WS-PENDING-OUT-COUNT      PIC 9(09) COMP.
           03 WS-SCHEDULED-COUNT        PIC 9(09) COMP.
           03 WS-SCH-APPLIED-COUNT      PIC 9(09) COMP.
           03 WS-SCH-HELD-COUNT         PIC 9(09) COMP.
           03 WS-SCH-FAILED-COUNT       PIC 9(09) COMP.
           03 WS-SCH-OUT-COUNT          PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE MAKER/CHECKER PARAMETERS OFF APPCTL AND THE PENDING
           88 WS-APPROVAL-NEEDED                   VALUE "Y".
           88 WS-NO-APPROVAL-NEEDED                VALUE "N".

      *----------------------------------------------------------------
      * THE SCHEDULED-CHANGE TABLE.  THE STATE BYTE TRACKS EACH ENTRY
      * THROUGH THE RUN: STILL SCHEDULED (CARRIED FORWARD), APPLIED
      * TONIGHT, HELD FOR A CHECKER TONIGHT, OR FAILED ON ITS DATE.
      * AN OVERFULL TABLE AT LOAD STOPS THE RUN RATHER THAN DROP A
      * CHANGE SOMEONE IS COUNTING ON.
      *----------------------------------------------------------------
       77  WS-SCH-MAX                   PIC 9(03) COMP VALUE 500.

       01  WS-SCH-COUNT                 PIC 9(03) COMP.

       01  WS-SCH-TABLE.
           03 WS-SCH-ENTRY OCCURS 500 TIMES.
              05 WS-SCH-KEY             PIC X(12).
              05 WS-SCH-FIELD-CD        PIC X(04).
              05 WS-SCH-VALUE           PIC X(30).
              05 WS-SCH-SIGN            PIC X(01).
              05 WS-SCH-EFF-DATE        PIC 9(08).
              05 WS-SCH-REQ-USER        PIC X(10).
              05 WS-SCH-REQ-JOB         PIC X(08).
              05 WS-SCH-ENTERED         PIC 9(08).
              05 WS-SCH-STATE           PIC X(01).
                 88 WS-SCH-IS-OPEN                 VALUE "O".
                 88 WS-SCH-IS-APPLIED              VALUE "A".
                 88 WS-SCH-IS-HELD                 VALUE "H".
                 88 WS-SCH-IS-FAILED               VALUE "F".
              05 WS-SCH-REASON          PIC X(40).

       01  WS-SCH-SUB                   PIC 9(03) COMP.
       01  WS-SCH-HIT-SUB               PIC 9(03) COMP.

       01  WS-SCH-EOF-SW                PIC X(01).
           88 WS-SCH-EOF                           VALUE "Y".
           88 WS-SCH-NOT-EOF                       VALUE "N".

       01  WS-EFF-SW                    PIC X(01).
           88 WS-FUTURE-DATED                      VALUE "Y".
           88 WS-APPLY-TONIGHT                     VALUE "N".

      *----------------------------------------------------------------
      * WHETHER TONIGHT IS A BUSINESS DAY ON CALXREF.  SCHEDULED
      * CHANGES ONLY COME DUE ON ONE.
      *----------------------------------------------------------------
       01  WS-BUS-DAY-SW                PIC X(01).
           88 WS-TODAY-IS-BUS-DAY                  VALUE "Y".
           88 WS-TODAY-NOT-BUS-DAY                 VALUE "N".

       01  WS-DAY-OF-WEEK               PIC 9(01).

      *----------------------------------------------------------------
      * THE CHECKER'S ID, PASSED TO TE004WAL ON AN APPROVED RELEASE;
      * SPACES ON EVERY OTHER AUDIT CALL.
       01  WS-MONTH-IDX                 PIC 9(02) COMP.
       01  WS-MAX-DAY                   PIC 9(02) COMP.

       01  WS-CHK-DATE                  PIC 9(08).
       01  WS-CHK-CC                    PIC 9(02).
       01  WS-CHK-YY                    PIC 9(02).
       01  WS-CHK-MM                    PIC 9(02).
                        WS-CAPTURED-COUNT
                        WS-APPROVED-COUNT
                        WS-EXPIRED-COUNT
                        WS-PENDING-OUT-COUNT
                        WS-SCHEDULED-COUNT
                        WS-SCH-APPLIED-COUNT
                        WS-SCH-HELD-COUNT
                        WS-SCH-FAILED-COUNT
                        WS-SCH-OUT-COUNT.
           MOVE SPACES TO WS-APPROVE-USER.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1300-LOAD-SCHEDULED-MASTER
               THRU 1300-LOAD-SCHEDULED-MASTER-EXIT.

           IF WS-EOF
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT PND-NEW-FILE.
           IF NOT PND-NEW-OK
               DISPLAY "TE006INQ - OPEN ERROR ON PNDNEW  STATUS="
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT SCH-NEW-FILE.
           IF NOT SCH-NEW-OK
               DISPLAY "TE006INQ - OPEN ERROR ON SCHNEW  STATUS="
                       WS-SCH-NEW-STATUS
               CLOSE PND-NEW-FILE
                     PND-RPT-FILE
               SET WS-EOF TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT SCH-RPT-FILE.
           IF NOT SCH-RPT-OK
               DISPLAY "TE006INQ - OPEN ERROR ON SCHRPT  STATUS="
                       WS-SCH-RPT-STATUS
               CLOSE PND-NEW-FILE
                     PND-RPT-FILE
                     SCH-NEW-FILE
               SET WS-EOF TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-PND-OUT-ARE-OPEN TO TRUE.

      *----------------------------------------------------------------
      * CHANGES COMING DUE TONIGHT WERE KEYED ON EARLIER DAYS, SO
      * THEY GO ON BEFORE TONIGHT'S OWN TRANSACTIONS.
      *----------------------------------------------------------------
           PERFORM 1400-CHECK-BUSINESS-DAY
               THRU 1400-CHECK-BUSINESS-DAY-EXIT.

           PERFORM 1500-APPLY-DUE-CHANGES
               THRU 1500-APPLY-DUE-CHANGES-EXIT.

           PERFORM 2100-READ-TRANSACTION
               THRU 2100-READ-TRANSACTION-EXIT.

       1210-LOAD-ONE-PENDING-EXIT.
           EXIT.

      *================================================================
       1300-LOAD-SCHEDULED-MASTER.
      *----------------------------------------------------------------
      * ON THE FIRST RUN THERE IS NO CARRIED-FORWARD SCHEDULED-CHANGE
      * MASTER YET -- THE SAME CONVENTION AS PNDMST.
      *================================================================
           SET WS-SCH-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-SCH-COUNT.

           OPEN INPUT SCH-PRV-FILE.
           IF NOT SCH-PRV-OK
               DISPLAY "TE006INQ - NO PRIOR SCHEDULED-CHANGE MASTER, "
                       "STARTING EMPTY"
               GO TO 1300-LOAD-SCHEDULED-MASTER-EXIT
           END-IF.

           PERFORM 1310-LOAD-ONE-SCHEDULED
               THRU 1310-LOAD-ONE-SCHEDULED-EXIT
               UNTIL WS-SCH-EOF.

           CLOSE SCH-PRV-FILE.

           DISPLAY "TE006INQ - SCHEDULED IN   : " WS-SCH-COUNT.

       1300-LOAD-SCHEDULED-MASTER-EXIT.
           EXIT.

      *================================================================
       1310-LOAD-ONE-SCHEDULED.
      *================================================================
           READ SCH-PRV-FILE
               AT END
                   SET WS-SCH-EOF TO TRUE
                   GO TO 1310-LOAD-ONE-SCHEDULED-EXIT
           END-READ.

           IF WS-SCH-COUNT >= WS-SCH-MAX
               DISPLAY "TE006INQ - MORE THAN " WS-SCH-MAX
                       " SCHEDULED CHANGES, RUN STOPPED"
               SET WS-SCH-EOF TO TRUE
               SET WS-EOF TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1310-LOAD-ONE-SCHEDULED-EXIT
           END-IF.

           ADD 1 TO WS-SCH-COUNT.
           MOVE WS-SCH-COUNT TO WS-SCH-SUB.

           MOVE SCH-KEY-ENT OF SCHED-PRV-RECORD
               TO WS-SCH-KEY (WS-SCH-SUB).
           MOVE SCH-FIELD-CD OF SCHED-PRV-RECORD
               TO WS-SCH-FIELD-CD (WS-SCH-SUB).
           MOVE SCH-NEW-VALUE OF SCHED-PRV-RECORD
               TO WS-SCH-VALUE (WS-SCH-SUB).
           MOVE SCH-NEW-SIGN OF SCHED-PRV-RECORD
               TO WS-SCH-SIGN (WS-SCH-SUB).
           MOVE SCH-EFF-DATE OF SCHED-PRV-RECORD
               TO WS-SCH-EFF-DATE (WS-SCH-SUB).
           MOVE SCH-REQ-USER OF SCHED-PRV-RECORD
               TO WS-SCH-REQ-USER (WS-SCH-SUB).
           MOVE SCH-REQ-JOB OF SCHED-PRV-RECORD
               TO WS-SCH-REQ-JOB (WS-SCH-SUB).
           MOVE SCH-ENTERED-DATE OF SCHED-PRV-RECORD
               TO WS-SCH-ENTERED (WS-SCH-SUB).
           MOVE SPACES TO WS-SCH-REASON (WS-SCH-SUB).
           SET WS-SCH-IS-OPEN (WS-SCH-SUB) TO TRUE.

       1310-LOAD-ONE-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       1400-CHECK-BUSINESS-DAY.
      *----------------------------------------------------------------
      * TONIGHT'S CALXREF ROW DECIDES; WITH NO ROW, OR NO CALENDAR,
      * THE WEEKDAY RULE STANDS ALONE, AS IN TE010RCY AND TE021TRD.
      *================================================================
           SET WS-TODAY-IS-BUS-DAY TO TRUE.

           OPEN INPUT CAL-IDX-FILE.
           IF CAL-IDX-OK
               MOVE WS-CURRENT-DATE TO CAL-DATE
               READ CAL-IDX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CAL-IDX-OK
                   IF NOT CAL-WORK-DAY
                       SET WS-TODAY-NOT-BUS-DAY TO TRUE
                   END-IF
                   CLOSE CAL-IDX-FILE
                   GO TO 1400-CHECK-BUSINESS-DAY-EXIT
               END-IF
               CLOSE CAL-IDX-FILE
           ELSE
               DISPLAY "TE006INQ - NO PROCESSING CALENDAR ON CALXREF, "
                       "WEEKDAY RULE USED  STATUS=" WS-CAL-IDX-STATUS
           END-IF.

           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-TODAY-INT, 7).

           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET WS-TODAY-NOT-BUS-DAY TO TRUE
           END-IF.

       1400-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *================================================================
       1500-APPLY-DUE-CHANGES.
      *----------------------------------------------------------------
      * ON A NON-BUSINESS DAY NOTHING COMES DUE: A CHANGE EFFECTIVE
      * ON A WEEKEND OR HOLIDAY WAITS FOR THE NEXT BUSINESS DAY.
      *================================================================
           IF WS-TODAY-NOT-BUS-DAY
               DISPLAY "TE006INQ - NOT A BUSINESS DAY, SCHEDULED "
                       "CHANGES HELD OVER"
               GO TO 1500-APPLY-DUE-CHANGES-EXIT
           END-IF.

           PERFORM 1510-APPLY-ONE-SCHEDULED
               THRU 1510-APPLY-ONE-SCHEDULED-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

       1500-APPLY-DUE-CHANGES-EXIT.
           EXIT.

      *================================================================
       1510-APPLY-ONE-SCHEDULED.
      *----------------------------------------------------------------
      * THE PARKED CHANGE IS STAGED INTO THE TRANSACTION WORK FIELDS,
      * AS AN APPROVAL RELEASE IS, SO IT RUNS DOWN THE SAME VALIDATE,
      * APPROVAL-CHECK AND APPLY PATHS AS A CHANGE KEYED TONIGHT --
      * AGAINST THE MASTER AS IT STANDS TONIGHT, UNDER THE ORIGINAL
      * REQUESTER'S USER AND JOB.
      *================================================================
           IF NOT WS-SCH-IS-OPEN (WS-SCH-SUB) OR
              WS-SCH-EFF-DATE (WS-SCH-SUB) > WS-CURRENT-DATE
               GO TO 1510-APPLY-ONE-SCHEDULED-EXIT
           END-IF.

           MOVE SPACES TO TXN-RECORD.
           MOVE "C"                            TO TXN-TYPE.
           MOVE WS-SCH-KEY (WS-SCH-SUB)        TO TXN-KEY.
           MOVE WS-SCH-FIELD-CD (WS-SCH-SUB)   TO TXN-FIELD-CD.
           MOVE WS-SCH-VALUE (WS-SCH-SUB)      TO TXN-NEW-VALUE.
           MOVE WS-SCH-SIGN (WS-SCH-SUB)       TO TXN-NEW-SIGN.
           MOVE WS-SCH-REQ-USER (WS-SCH-SUB)   TO TXN-UPD-USER.
           MOVE WS-SCH-REQ-JOB (WS-SCH-SUB)    TO TXN-UPD-JOB.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-APPROVE-USER.

           PERFORM 2200-READ-MASTER-RECORD
               THRU 2200-READ-MASTER-RECORD-EXIT.

           IF WS-RECORD-NOT-FOUND
               MOVE "KEY NOT ON FILE" TO WS-REASON
               PERFORM 1520-FAIL-SCHEDULED
                   THRU 1520-FAIL-SCHEDULED-EXIT
               GO TO 1510-APPLY-ONE-SCHEDULED-EXIT
           END-IF.

           MOVE TEST-ENR TO WS-BEFORE-IMAGE.
           MOVE TEST-COMP TO WS-OLD-COMP.

           PERFORM 2410-VALIDATE-FIELD
               THRU 2410-VALIDATE-FIELD-EXIT.

           IF WS-CHANGE-INVALID
               PERFORM 1520-FAIL-SCHEDULED
                   THRU 1520-FAIL-SCHEDULED-EXIT
               GO TO 1510-APPLY-ONE-SCHEDULED-EXIT
           END-IF.

           PERFORM 2450-CHECK-APPROVAL-NEEDED
               THRU 2450-CHECK-APPROVAL-NEEDED-EXIT.

      *----------------------------------------------------------------
      * A HIGH-IMPACT CHANGE STILL NEEDS ITS CHECKER: IT IS CAPTURED
      * TO THE PENDING MASTER ON ITS DATE WITH THE REQUESTER AS
      * MAKER.  THE CAPTURE ITSELF CAN REFUSE IT (ALREADY PENDING,
      * TABLE FULL) -- IT HAS THEN WRITTEN THE REJECT ALREADY.
      *----------------------------------------------------------------
           IF WS-APPROVAL-NEEDED
               PERFORM 2460-CAPTURE-PENDING
                   THRU 2460-CAPTURE-PENDING-EXIT
               IF WS-REASON = SPACES
                   SET WS-SCH-IS-HELD (WS-SCH-SUB) TO TRUE
                   MOVE "HELD FOR APPROVAL"
                       TO WS-SCH-REASON (WS-SCH-SUB)
                   ADD 1 TO WS-SCH-HELD-COUNT
               ELSE
                   SET WS-SCH-IS-FAILED (WS-SCH-SUB) TO TRUE
                   MOVE WS-REASON TO WS-SCH-REASON (WS-SCH-SUB)
                   ADD 1 TO WS-SCH-FAILED-COUNT
               END-IF
               GO TO 1510-APPLY-ONE-SCHEDULED-EXIT
           END-IF.

           PERFORM 2420-APPLY-CHANGE
               THRU 2420-APPLY-CHANGE-EXIT.
           PERFORM 2440-REWRITE-AND-LOG
               THRU 2440-REWRITE-AND-LOG-EXIT.

           IF NOT ENR-IDX-OK
               MOVE "MASTER REWRITE FAILED" TO WS-REASON
               PERFORM 1520-FAIL-SCHEDULED
                   THRU 1520-FAIL-SCHEDULED-EXIT
               GO TO 1510-APPLY-ONE-SCHEDULED-EXIT
           END-IF.

           PERFORM 2600-WRITE-CHANGE-LINE
               THRU 2600-WRITE-CHANGE-LINE-EXIT.
           ADD 1 TO WS-ACCEPT-COUNT.
           ADD 1 TO WS-SCH-APPLIED-COUNT.
           SET WS-SCH-IS-APPLIED (WS-SCH-SUB) TO TRUE.

       1510-APPLY-ONE-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       1520-FAIL-SCHEDULED.
      *----------------------------------------------------------------
      * A CHANGE THAT NO LONGER PASSES ON ITS DATE IS NOT RETRIED: IT
      * GOES TO ENRMSUSP LIKE ANY REJECTED CHANGE AND PRINTS AS
      * FAILED ON SCHRPT.
      *================================================================
           PERFORM 2430-WRITE-REJECT
               THRU 2430-WRITE-REJECT-EXIT.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-SCH-FAILED-COUNT.

           SET WS-SCH-IS-FAILED (WS-SCH-SUB) TO TRUE.
           MOVE WS-REASON TO WS-SCH-REASON (WS-SCH-SUB).

       1520-FAIL-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       2000-PROCESS-TRANSACTION.
      *================================================================

      *================================================================
       2100-READ-TRANSACTION.
      *----------------------------------------------------------------
      * A REQUEST SHORTER THAN 80 BYTES PREDATES TXN-EFF-DATE AND IS
      * TAKEN AS HAVING NO EFFECTIVE DATE.
      *================================================================
           READ TXN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-READ-TRANSACTION-EXIT
           END-READ.

           IF WS-TXN-LEN < 80
               MOVE SPACES TO TXN-EFF-DATE
           END-IF.

       2100-READ-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       2400-PROCESS-CHANGE.
      *================================================================
           PERFORM 2480-CHECK-EFFECTIVE-DATE
               THRU 2480-CHECK-EFFECTIVE-DATE-EXIT.

           IF WS-CHANGE-INVALID
               PERFORM 2430-WRITE-REJECT
                   THRU 2430-WRITE-REJECT-EXIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2400-PROCESS-CHANGE-EXIT
           END-IF.

           IF WS-FUTURE-DATED
               PERFORM 2490-SCHEDULE-CHANGE
                   THRU 2490-SCHEDULE-CHANGE-EXIT
               GO TO 2400-PROCESS-CHANGE-EXIT
           END-IF.

           MOVE SPACES TO WS-APPROVE-USER.
           MOVE TEST-ENR TO WS-BEFORE-IMAGE.
           MOVE TEST-COMP TO WS-OLD-COMP.
           EXIT.

      *================================================================
       2411-CHECK-CALENDAR-DATE.
      *----------------------------------------------------------------
      * THE CALENDAR RULES FOR WS-CHK-DATE, SHARED BY THE DAT1 VALUE
      * AND A TRANSACTION'S EFFECTIVE DATE.
      *================================================================
           DIVIDE WS-CHK-DATE BY 10000
               GIVING WS-CHK-CCYY.
           DIVIDE WS-CHK-DATE BY 100
               GIVING WS-CHK-MM
               REMAINDER WS-CHK-DD.
           MOVE FUNCTION MOD (WS-CHK-MM, 100) TO WS-CHK-MM.
           IF WS-CHK-CC NOT = 19 AND WS-CHK-CC NOT = 20
               SET WS-CHANGE-INVALID TO TRUE
               MOVE "INVALID CENTURY" TO WS-REASON
               GO TO 2411-CHECK-CALENDAR-DATE-EXIT
           END-IF.

           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
               SET WS-CHANGE-INVALID TO TRUE
               MOVE "INVALID MONTH" TO WS-REASON
               GO TO 2411-CHECK-CALENDAR-DATE-EXIT
           END-IF.

           PERFORM 2413-DETERMINE-LEAP-YEAR
               MOVE "INVALID DAY FOR MONTH" TO WS-REASON
           END-IF.

       2411-CHECK-CALENDAR-DATE-EXIT.
           EXIT.

      *================================================================
       2412-VALIDATE-DATE.
      *================================================================
           IF TXN-NEW-VALUE-DATE NOT NUMERIC
               SET WS-CHANGE-INVALID TO TRUE
               MOVE "NEW DATE IS NOT NUMERIC" TO WS-REASON
               GO TO 2412-VALIDATE-DATE-EXIT
           END-IF.

           MOVE TXN-NEW-VALUE-DATE TO WS-CHK-DATE.
           PERFORM 2411-CHECK-CALENDAR-DATE
               THRU 2411-CHECK-CALENDAR-DATE-EXIT.

       2412-VALIDATE-DATE-EXIT.
           EXIT.

       2475-COMPUTE-PENDING-AGE-EXIT.
           EXIT.

      *================================================================
       2480-CHECK-EFFECTIVE-DATE.
      *----------------------------------------------------------------
      * NO DATE, OR A DATE NOT AFTER TODAY, APPLIES TONIGHT.  A DATE
      * THAT IS PRESENT MUST BE A REAL CALENDAR DATE EITHER WAY.
      *================================================================
           SET WS-CHANGE-VALID TO TRUE.
           SET WS-APPLY-TONIGHT TO TRUE.
           MOVE SPACES TO WS-REASON.

           IF TXN-EFF-DATE = SPACES OR TXN-EFF-DATE = ZERO
               GO TO 2480-CHECK-EFFECTIVE-DATE-EXIT
           END-IF.

           IF TXN-EFF-DATE-NUM NOT NUMERIC
               SET WS-CHANGE-INVALID TO TRUE
               MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO WS-REASON
               GO TO 2480-CHECK-EFFECTIVE-DATE-EXIT
           END-IF.

           MOVE TXN-EFF-DATE-NUM TO WS-CHK-DATE.
           PERFORM 2411-CHECK-CALENDAR-DATE
               THRU 2411-CHECK-CALENDAR-DATE-EXIT.

           IF WS-CHANGE-INVALID
               MOVE "INVALID EFFECTIVE DATE" TO WS-REASON
               GO TO 2480-CHECK-EFFECTIVE-DATE-EXIT
           END-IF.

           IF TXN-EFF-DATE-NUM > WS-CURRENT-DATE
               SET WS-FUTURE-DATED TO TRUE
           END-IF.

       2480-CHECK-EFFECTIVE-DATE-EXIT.
           EXIT.

      *================================================================
       2490-SCHEDULE-CHANGE.
      *----------------------------------------------------------------
      * A FUTURE-DATED CHANGE IS VALIDATED NOW SO THE REQUESTER HEARS
      * ABOUT A BAD VALUE TODAY, NOT ON THE FIRST OF THE MONTH, AND
      * PARKED.  THE MASTER IS NOT TOUCHED.  WHETHER IT NEEDS A
      * CHECKER IS DECIDED ON ITS DATE, AGAINST THE VALUE THEN ON
      * FILE.  THE SAME KEY, FIELD AND DATE TWICE REJECTS RATHER
      * THAN LEAVING TWO CHANGES TO RACE ON ONE NIGHT.
      *================================================================
           PERFORM 2410-VALIDATE-FIELD
               THRU 2410-VALIDATE-FIELD-EXIT.

           IF WS-CHANGE-INVALID
               PERFORM 2430-WRITE-REJECT
                   THRU 2430-WRITE-REJECT-EXIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2490-SCHEDULE-CHANGE-EXIT
           END-IF.

           PERFORM 2495-FIND-SCHEDULED
               THRU 2495-FIND-SCHEDULED-EXIT.

           IF WS-SCH-HIT-SUB > ZERO
               MOVE "ALREADY SCHEDULED FOR THAT DATE" TO WS-REASON
               PERFORM 2430-WRITE-REJECT
                   THRU 2430-WRITE-REJECT-EXIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2490-SCHEDULE-CHANGE-EXIT
           END-IF.

           IF WS-SCH-COUNT >= WS-SCH-MAX
               MOVE "SCHEDULED CHANGE TABLE FULL" TO WS-REASON
               PERFORM 2430-WRITE-REJECT
                   THRU 2430-WRITE-REJECT-EXIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2490-SCHEDULE-CHANGE-EXIT
           END-IF.

           ADD 1 TO WS-SCH-COUNT.
           MOVE WS-SCH-COUNT TO WS-SCH-SUB.

           MOVE TXN-KEY          TO WS-SCH-KEY (WS-SCH-SUB).
           MOVE TXN-FIELD-CD     TO WS-SCH-FIELD-CD (WS-SCH-SUB).
           MOVE TXN-NEW-VALUE    TO WS-SCH-VALUE (WS-SCH-SUB).
           MOVE TXN-NEW-SIGN     TO WS-SCH-SIGN (WS-SCH-SUB).
           MOVE TXN-EFF-DATE-NUM TO WS-SCH-EFF-DATE (WS-SCH-SUB).
           MOVE TXN-UPD-USER     TO WS-SCH-REQ-USER (WS-SCH-SUB).
           MOVE TXN-UPD-JOB      TO WS-SCH-REQ-JOB (WS-SCH-SUB).
           MOVE WS-CURRENT-DATE  TO WS-SCH-ENTERED (WS-SCH-SUB).
           MOVE SPACES           TO WS-SCH-REASON (WS-SCH-SUB).
           SET WS-SCH-IS-OPEN (WS-SCH-SUB) TO TRUE.

           ADD 1 TO WS-SCHEDULED-COUNT.

           MOVE TXN-KEY       TO RPT-KEY.
           MOVE "C"           TO RPT-TXN-TYPE.
           MOVE TXN-FIELD-CD  TO RPT-FIELD-CD.
           MOVE "PARKED  "    TO RPT-STATUS.
           MOVE SPACES        TO RPT-DETAIL.
           STRING "EFFECTIVE " TXN-EFF-DATE
                  ", VALUE=" TXN-NEW-VALUE
               DELIMITED BY SIZE INTO RPT-DETAIL.
           WRITE RPT-LINE.

       2490-SCHEDULE-CHANGE-EXIT.
           EXIT.

      *================================================================
       2495-FIND-SCHEDULED.
      *================================================================
           MOVE ZERO TO WS-SCH-HIT-SUB.

           PERFORM 2496-MATCH-ONE-SCHEDULED
               THRU 2496-MATCH-ONE-SCHEDULED-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT
                  OR WS-SCH-HIT-SUB > ZERO.

       2495-FIND-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       2496-MATCH-ONE-SCHEDULED.
      *================================================================
           IF WS-SCH-KEY (WS-SCH-SUB) = TXN-KEY AND
              WS-SCH-FIELD-CD (WS-SCH-SUB) = TXN-FIELD-CD AND
              WS-SCH-EFF-DATE (WS-SCH-SUB) = TXN-EFF-DATE-NUM AND
              WS-SCH-IS-OPEN (WS-SCH-SUB)
               MOVE WS-SCH-SUB TO WS-SCH-HIT-SUB
           END-IF.

       2496-MATCH-ONE-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       2500-WRITE-INQUIRY-DUMP.
      *----------------------------------------------------------------
                   THRU 3100-FLUSH-PENDING-ITEMS-EXIT
               CLOSE PND-NEW-FILE
                     PND-RPT-FILE
               PERFORM 3300-WRITE-CARRY-STAMP
                   THRU 3300-WRITE-CARRY-STAMP-EXIT
               PERFORM 3200-FLUSH-SCHEDULED-ITEMS
                   THRU 3200-FLUSH-SCHEDULED-ITEMS-EXIT
               CLOSE SCH-NEW-FILE
                     SCH-RPT-FILE
               PERFORM 3400-WRITE-SCHED-STAMP
                   THRU 3400-WRITE-SCHED-STAMP-EXIT
           END-IF.

           DISPLAY "TE006INQ - INQUIRIES      : " WS-INQUIRY-COUNT.
           DISPLAY "TE006INQ - CHANGES EXPIRED: " WS-EXPIRED-COUNT.
           DISPLAY "TE006INQ - PENDING CARRIED: "
                   WS-PENDING-OUT-COUNT.
           DISPLAY "TE006INQ - CHANGES PARKED : " WS-SCHEDULED-COUNT.
           DISPLAY "TE006INQ - SCHED APPLIED  : "
                   WS-SCH-APPLIED-COUNT.
           DISPLAY "TE006INQ - SCHED HELD     : " WS-SCH-HELD-COUNT.
           DISPLAY "TE006INQ - SCHED FAILED   : "
                   WS-SCH-FAILED-COUNT.
           DISPLAY "TE006INQ - SCHED CARRIED  : " WS-SCH-OUT-COUNT.

      *----------------------------------------------------------------
      * AN ABORTED RUN NEVER WROTE THE FULL PENDING POPULATION TO

       3110-FLUSH-ONE-PENDING-ITEM-EXIT.
           EXIT.

      *================================================================
       3200-FLUSH-SCHEDULED-ITEMS.
      *----------------------------------------------------------------
      * EVERY SCHEDULED CHANGE PRINTS ON SCHRPT WITH ITS FATE; ONLY
      * THE ONES STILL WAITING FOR THEIR DATE GO TO THE NEW
      * SCHEDULED-CHANGE MASTER.
      *================================================================
           PERFORM 3210-FLUSH-ONE-SCHEDULED
               THRU 3210-FLUSH-ONE-SCHEDULED-EXIT
               VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > WS-SCH-COUNT.

       3200-FLUSH-SCHEDULED-ITEMS-EXIT.
           EXIT.

      *================================================================
       3210-FLUSH-ONE-SCHEDULED.
      *================================================================
           MOVE WS-SCH-KEY (WS-SCH-SUB)      TO SRP-KEY.
           MOVE WS-SCH-FIELD-CD (WS-SCH-SUB) TO SRP-FIELD-CD.
           MOVE WS-SCH-VALUE (WS-SCH-SUB)    TO SRP-NEW-VALUE.
           MOVE WS-SCH-EFF-DATE (WS-SCH-SUB) TO SRP-EFF-DATE.
           MOVE WS-SCH-REQ-USER (WS-SCH-SUB) TO SRP-REQUESTER.
           MOVE WS-SCH-ENTERED (WS-SCH-SUB)  TO SRP-ENTERED.
           MOVE WS-SCH-REASON (WS-SCH-SUB)   TO SRP-REASON.

           EVALUATE TRUE
               WHEN WS-SCH-IS-APPLIED (WS-SCH-SUB)
                   MOVE "APPLIED  " TO SRP-STATUS
               WHEN WS-SCH-IS-HELD (WS-SCH-SUB)
                   MOVE "HELD     " TO SRP-STATUS
               WHEN WS-SCH-IS-FAILED (WS-SCH-SUB)
                   MOVE "FAILED   " TO SRP-STATUS
               WHEN OTHER
                   MOVE "SCHEDULED" TO SRP-STATUS
           END-EVALUATE.

           WRITE SRP-LINE.
           IF NOT SCH-RPT-OK
               DISPLAY "TE006INQ - WRITE ERROR ON SCHRPT  KEY="
                       SRP-KEY "  STATUS=" WS-SCH-RPT-STATUS
           END-IF.

           IF NOT WS-SCH-IS-OPEN (WS-SCH-SUB)
               GO TO 3210-FLUSH-ONE-SCHEDULED-EXIT
           END-IF.

           MOVE SPACES TO SCHED-CHG-RECORD.
           MOVE WS-SCH-KEY (WS-SCH-SUB)
               TO SCH-KEY-ENT OF SCHED-CHG-RECORD.
           MOVE WS-SCH-FIELD-CD (WS-SCH-SUB)
               TO SCH-FIELD-CD OF SCHED-CHG-RECORD.
           MOVE WS-SCH-VALUE (WS-SCH-SUB)
               TO SCH-NEW-VALUE OF SCHED-CHG-RECORD.
           MOVE WS-SCH-SIGN (WS-SCH-SUB)
               TO SCH-NEW-SIGN OF SCHED-CHG-RECORD.
           MOVE WS-SCH-EFF-DATE (WS-SCH-SUB)
               TO SCH-EFF-DATE OF SCHED-CHG-RECORD.
           MOVE WS-SCH-REQ-USER (WS-SCH-SUB)
               TO SCH-REQ-USER OF SCHED-CHG-RECORD.
           MOVE WS-SCH-REQ-JOB (WS-SCH-SUB)
               TO SCH-REQ-JOB OF SCHED-CHG-RECORD.
           MOVE WS-SCH-ENTERED (WS-SCH-SUB)
               TO SCH-ENTERED-DATE OF SCHED-CHG-RECORD.

           WRITE SCHED-CHG-RECORD.
           IF SCH-NEW-OK
               ADD 1 TO WS-SCH-OUT-COUNT
           ELSE
               DISPLAY "TE006INQ - WRITE ERROR ON SCHNEW  KEY="
                       WS-SCH-KEY (WS-SCH-SUB)
                       "  STATUS=" WS-SCH-NEW-STATUS
           END-IF.

       3210-FLUSH-ONE-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       3300-WRITE-CARRY-STAMP.
      *----------------------------------------------------------------
      * THE STAMP CATALOGED WITH THE NEW PNDMST GENERATION: RUN DATE
      * AND ROW COUNT, SO TE036RDY CAN PROVE BEFORE THE NEXT RUN THAT
      * THE PNDMST IT IS GIVEN IS THIS RUN'S, AND WHOLE.
      *================================================================
           OPEN OUTPUT CFS-STMP-FILE.
           IF NOT CFS-STMP-OK
               DISPLAY "TE006INQ - OPEN ERROR ON PNDNSTP  STATUS="
                       WS-CFS-STMP-STATUS
               GO TO 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           MOVE SPACES               TO CARRY-STAMP-RECORD.
           MOVE "PNDMST  "           TO CFS-MASTER-ID.
           MOVE "TE006INQ"           TO CFS-PROGRAM.
           MOVE WS-CURRENT-DATE      TO CFS-RUN-DATE.
           MOVE WS-PENDING-OUT-COUNT TO CFS-RECORD-COUNT.
           IF WS-NO-FATAL-ERROR
               SET CFS-COMPLETE TO TRUE
           ELSE
               SET CFS-INCOMPLETE TO TRUE
           END-IF.

           WRITE CARRY-STAMP-RECORD.
           IF NOT CFS-STMP-OK
               DISPLAY "TE006INQ - WRITE ERROR ON PNDNSTP  STATUS="
                       WS-CFS-STMP-STATUS
           END-IF.

           CLOSE CFS-STMP-FILE.

       3300-WRITE-CARRY-STAMP-EXIT.
           EXIT.

      *================================================================
       3400-WRITE-SCHED-STAMP.
      *----------------------------------------------------------------
      * THE SAME STAMP FOR THE NEW SCHMST GENERATION, IN THE SAME
      * TE036CFS LAYOUT.
      *================================================================
           OPEN OUTPUT SCH-STMP-FILE.
           IF NOT SCH-STMP-OK
               DISPLAY "TE006INQ - OPEN ERROR ON SCHNSTP  STATUS="
                       WS-SCH-STMP-STATUS
               GO TO 3400-WRITE-SCHED-STAMP-EXIT
           END-IF.

           MOVE SPACES               TO CARRY-STAMP-RECORD.
           MOVE "SCHMST  "           TO CFS-MASTER-ID.
           MOVE "TE006INQ"           TO CFS-PROGRAM.
           MOVE WS-CURRENT-DATE      TO CFS-RUN-DATE.
           MOVE WS-SCH-OUT-COUNT     TO CFS-RECORD-COUNT.
           IF WS-NO-FATAL-ERROR
               SET CFS-COMPLETE TO TRUE
           ELSE
               SET CFS-INCOMPLETE TO TRUE
           END-IF.

           WRITE SCH-STMP-LINE FROM CARRY-STAMP-RECORD.
           IF NOT SCH-STMP-OK
               DISPLAY "TE006INQ - WRITE ERROR ON SCHNSTP  STATUS="
                       WS-SCH-STMP-STATUS
           END-IF.

           CLOSE SCH-STMP-FILE.

       3400-WRITE-SCHED-STAMP-EXIT.
           EXIT.
