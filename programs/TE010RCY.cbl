      * SUSPENSE RECYCLE AND AGING PASS.
      * RUNS AFTER EACH MASTER CORRECTION CYCLE.  READS THE CARRIED-
      * FORWARD SUSPENSE MASTER (SUSPMST) PLUS TONIGHT'S NEW DATE,
      * COMPANY, AMOUNT AND ARRAY SUSPENSE MASTERS (DTSUSPM FROM
      * TE003VAL, CMSUSPM FROM TE007VAL, AMSUSPM FROM TE026LIM,
      * ARSUSPM FROM TE035ARR) AND RE-PRESENTS EVERY HELD RECORD
      * THROUGH THE SAME EDITS THAT REJECTED IT:
      *   - TE003VAL'S DATE CROSS-CHECK AND CALENDAR VALIDATION.
      *   - TE007VAL'S COMPANY EDIT AGAINST COMPXREF.
      *   - TE026LIM'S AMOUNT EDIT AGAINST THE AMTLIMS LIMITS FILE
      *     (RCYCOK BYPASSES TE026LIM -- IT JOINS THE STREAM AHEAD
      *     OF TE019RTE -- SO A RECYCLED RECORD MUST CLEAR THE
      *     AMOUNT LIMITS HERE).
      *   - TE035ARR'S ARRAY ENTRY EDIT AGAINST THE ARRVALS
      *     VALID-VALUES FILE, FOR THE SAME REASON.
      *
      * A RECORD STILL ON THE MASTER IS RE-EXTRACTED AND RE-REJECTED
      * EVERY NIGHT IT STAYS BROKEN, SO THE SAME TEST-KEY-ENT CAN SHOW
      *                    AMOUNT-SUSPENDED RECORD RECYCLES AFTER
      *                    CORRECTION AND A RELEASED RECORD IS AS
      *                    CLEAN AS ONE THAT PASSED TE026LIM.
      *   2026-10-15  DP   TE035ARR'S ARRAY SUSPENSE (ARSUSPM) ADDED
      *                    AS A FIFTH INPUT AND THE ARRAY ENTRY EDIT
      *                    ADDED TO THE RE-PRESENT CHAIN; A MISSING
      *                    OR EMPTY ARRVALS STOPS THE RUN LIKE A
      *                    MISSING AMTLIMS.
      *   2026-10-15  DP   A STAMP ROW (SUSPNSTP, TE036CFS LAYOUT)
      *                    WITH THE RUN DATE AND ROW COUNT IS NOW
      *                    WRITTEN BESIDE SUSPNEW FOR THE TE036RDY
      *                    READINESS CHECK.
      *   2026-10-15  DP   EVERY ITEM LEAVING SUSPENSE (RECYCLED OR
      *                    CLEARED BY THE MAIN FLOW) IS LOGGED TO
      *                    SUSPCLR (TE041CLR LAYOUT) WITH ITS SOURCE
      *                    SYSTEM AND BUSINESS DAYS HELD, FOR THE
      *                    TE041DQS MONTHLY SCORECARD.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE010RCY.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-AMT-STATUS.

           SELECT SUSP-ARR-FILE ASSIGN TO "ARSUSPM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-ARR-STATUS.

           SELECT AVV-CTL-FILE ASSIGN TO "ARRVALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVV-CTL-STATUS.

           SELECT LIM-CTL-FILE ASSIGN TO "AMTLIMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIM-CTL-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-NEW-STATUS.

           SELECT CFS-STMP-FILE ASSIGN TO "SUSPNSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFS-STMP-STATUS.

           SELECT RCY-COK-FILE ASSIGN TO "RCYCOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCY-COK-STATUS.

           SELECT SUSP-CLR-FILE ASSIGN TO "SUSPCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-CLR-STATUS.

           SELECT AGE-RPT-FILE ASSIGN TO "SUSPAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGE-RPT-STATUS.
           COPY "TE010SUS.cpy"
               REPLACING SUSP-MST-RECORD BY SUSP-AMT-RECORD.

       FD  SUSP-ARR-FILE
           RECORDING MODE IS F.
           COPY "TE010SUS.cpy"
               REPLACING SUSP-MST-RECORD BY SUSP-ARR-RECORD.

      *----------------------------------------------------------------
      * ARRVALS -- SAME VALID-VALUES ROWS TE035ARR LOADS.
      *----------------------------------------------------------------
       FD  AVV-CTL-FILE
           RECORDING MODE IS F.
           COPY "TE035AVV.cpy".

      *----------------------------------------------------------------
      * AMTLIMS -- SAME ROW LAYOUT TE026LIM LOADS: COMPANY (OR
      * "*DEFAULT*"), AMOUNT COLUMN 01-10, AND THE SIGNED MINIMUM
           COPY "TE010SUS.cpy"
               REPLACING SUSP-MST-RECORD BY SUSP-NEW-RECORD.

       FD  CFS-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE036CFS.cpy".

       FD  RCY-COK-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-RCY-COK-LEN.
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-RCY.

       FD  SUSP-CLR-FILE
           RECORDING MODE IS F.
           COPY "TE041CLR.cpy".

      *----------------------------------------------------------------
      * SUSPAGE -- ONE LINE PER RECORD STILL IN SUSPENSE AFTER THIS
      * PASS, WITH ITS AGE IN BUSINESS DAYS SINCE FIRST REJECTION.
       01  WS-SUSP-AMT-STATUS           PIC X(02).
           88 SUSP-AMT-OK                         VALUE "00".

       01  WS-SUSP-ARR-STATUS           PIC X(02).
           88 SUSP-ARR-OK                         VALUE "00".

       01  WS-AVV-CTL-STATUS            PIC X(02).
           88 AVV-CTL-OK                          VALUE "00".

       01  WS-LIM-CTL-STATUS            PIC X(02).
           88 LIM-CTL-OK                          VALUE "00".

       01  WS-SUSP-NEW-STATUS           PIC X(02).
           88 SUSP-NEW-OK                         VALUE "00".

       01  WS-CFS-STMP-STATUS           PIC X(02).
           88 CFS-STMP-OK                         VALUE "00".

       01  WS-RCY-COK-STATUS            PIC X(02).
           88 RCY-COK-OK                          VALUE "00".

       01  WS-SUSP-CLR-STATUS           PIC X(02).
           88 SUSP-CLR-OK                         VALUE "00".

       01  WS-AGE-RPT-STATUS            PIC X(02).
           88 AGE-RPT-OK                          VALUE "00".

           88 WS-AMT-EOF                           VALUE "Y".
           88 WS-AMT-NOT-EOF                       VALUE "N".

       01  WS-ARR-EOF-SW                PIC X(01).
           88 WS-ARR-EOF                           VALUE "Y".
           88 WS-ARR-NOT-EOF                       VALUE "N".

       01  WS-AVV-EOF-SW                PIC X(01).
           88 WS-AVV-EOF                           VALUE "Y".
           88 WS-AVV-NOT-EOF                       VALUE "N".

       01  WS-LIM-EOF-SW                PIC X(01).
           88 WS-LIM-EOF                           VALUE "Y".
           88 WS-LIM-NOT-EOF                       VALUE "N".
       01  WS-MNT-EDIT-VALUE            PIC S9(10)V9(9).
       01  WS-LIM-SIGN-WORK             PIC S9(10)V9(9).

      *----------------------------------------------------------------
      * THE ARRAY VALID-VALUES TABLE -- SAME SHAPE AND LOOKUP RULE AS
      * TE035ARR'S: SEVEN SUB-FIELDS NUMBERED IN RECORD ORDER, A ROW
      * COUNT PER SUB-FIELD, AND NO CHECK ON A SUB-FIELD WITHOUT ROWS.
      *----------------------------------------------------------------
       77  WS-FIELD-MAX                 PIC 9(01) COMP VALUE 7.

       01  WS-FIELD-NAME-VALUES.
           03 FILLER                    PIC X(08) VALUE "ARR-BEF ".
           03 FILLER                    PIC X(08) VALUE "ARR-AFT ".
           03 FILLER                    PIC X(08) VALUE "DATA1   ".
           03 FILLER                    PIC X(08) VALUE "DATA2   ".
           03 FILLER                    PIC X(08) VALUE "DATA3   ".
           03 FILLER                    PIC X(08) VALUE "DATA4   ".
           03 FILLER                    PIC X(08) VALUE "DATA5   ".
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAME-VALUES.
           03 WS-FIELD-NAME             PIC X(08) OCCURS 7 TIMES.

       77  WS-AVV-ROW-MAX               PIC 9(03) COMP VALUE 500.

       01  WS-AVV-COUNT                 PIC 9(03) COMP.

       01  WS-AVV-TABLE.
           03 WS-AVV-ENTRY OCCURS 500 TIMES.
              05 WS-AVV-FIELD-NO        PIC 9(01) COMP.
              05 WS-AVV-VALUE           PIC X(05).

       01  WS-AVV-FIELD-ROWS-TABLE.
           03 WS-AVV-FIELD-ROWS         PIC 9(03) COMP
                                        OCCURS 7 TIMES.

       01  WS-AVV-SUB                   PIC 9(03) COMP.
       01  WS-AVV-HIT-SUB               PIC 9(03) COMP.
       01  WS-FIELD-NO                  PIC 9(01) COMP.

       01  WS-LOOK-FIELD-NO             PIC 9(01) COMP.
       01  WS-LOOK-VALUE                PIC X(05).
       01  WS-ENT-SUB                   PIC 9(02) COMP.
       01  WS-ENT-SUB-ED                PIC 99.

      *----------------------------------------------------------------
      * BUSINESS-DAY AGING WORK FIELDS.  DAY NUMBERS COME FROM
      * FUNCTION INTEGER-OF-DATE, WHOSE DAY 1 IS A MONDAY, SO
           SET WS-DTE-NOT-EOF TO TRUE.
           SET WS-CMP-NOT-EOF TO TRUE.
           SET WS-AMT-NOT-EOF TO TRUE.
           SET WS-ARR-NOT-EOF TO TRUE.
           SET WS-NO-FATAL-ERROR TO TRUE.
           SET WS-RUN-CLEAN TO TRUE.

               SET WS-AMT-EOF TO TRUE
           END-IF.

           OPEN INPUT SUSP-ARR-FILE.
           IF NOT SUSP-ARR-OK
               DISPLAY "TE010RCY - OPEN ERROR ON ARSUSPM  STATUS="
                       WS-SUSP-ARR-STATUS
               SET WS-ARR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * RCYCOK JOINS THE STREAM AHEAD OF TE019RTE AND SO BYPASSES
      * TE026LIM: WITHOUT THE LIMITS A RELEASED RECORD COULD CARRY AN
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

      *----------------------------------------------------------------
      * RCYCOK BYPASSES TE035ARR TOO, SO THE VALID-VALUES FILE IS
      * HELD TO THE SAME RULE AS THE LIMITS.
      *----------------------------------------------------------------
           PERFORM 1300-LOAD-VALUE-TABLE
               THRU 1300-LOAD-VALUE-TABLE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

      *----------------------------------------------------------------
      * TONIGHT'S EXTRACT IS THE RECONCILIATION REFERENCE -- WITHOUT
      * IT A HELD RECORD THE MAIN FLOW ALREADY SHIPPED COULD BE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT SUSP-CLR-FILE.
           IF NOT SUSP-CLR-OK
               DISPLAY "TE010RCY - OPEN ERROR ON SUSPCLR  STATUS="
                       WS-SUSP-CLR-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT AGE-RPT-FILE.
           IF NOT AGE-RPT-OK
               DISPLAY "TE010RCY - OPEN ERROR ON SUSPAGE  STATUS="
       1210-LOAD-ONE-LIMIT-EXIT.
           EXIT.

      *================================================================
       1300-LOAD-VALUE-TABLE.
      *----------------------------------------------------------------
      * SAME ROW EDITS AS TE035ARR'S LOAD.
      *================================================================
           SET WS-AVV-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-AVV-COUNT.
           PERFORM 1320-CLEAR-FIELD-ROWS
               THRU 1320-CLEAR-FIELD-ROWS-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-FIELD-MAX.

           OPEN INPUT AVV-CTL-FILE.
           IF NOT AVV-CTL-OK
               DISPLAY "TE010RCY - NO VALID-VALUES FILE ON ARRVALS, "
                       "RUN STOPPED  STATUS=" WS-AVV-CTL-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1300-LOAD-VALUE-TABLE-EXIT
           END-IF.

           PERFORM 1310-LOAD-ONE-VALUE
               THRU 1310-LOAD-ONE-VALUE-EXIT
               UNTIL WS-AVV-EOF.

           CLOSE AVV-CTL-FILE.

           IF WS-FATAL-ERROR
               GO TO 1300-LOAD-VALUE-TABLE-EXIT
           END-IF.

           IF WS-AVV-COUNT = ZERO
               DISPLAY "TE010RCY - VALID-VALUES FILE IS EMPTY, "
                       "RUN STOPPED"
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1300-LOAD-VALUE-TABLE-EXIT
           END-IF.

           DISPLAY "TE010RCY - VALID-VALUE ROWS LOADED: " WS-AVV-COUNT.

       1300-LOAD-VALUE-TABLE-EXIT.
           EXIT.

      *================================================================
       1310-LOAD-ONE-VALUE.
      *================================================================
           READ AVV-CTL-FILE
               AT END
                   SET WS-AVV-EOF TO TRUE
                   GO TO 1310-LOAD-ONE-VALUE-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN AVV-FIELD-ARR-BEF   MOVE 1 TO WS-FIELD-NO
               WHEN AVV-FIELD-ARR-AFT   MOVE 2 TO WS-FIELD-NO
               WHEN AVV-FIELD-DATA1     MOVE 3 TO WS-FIELD-NO
               WHEN AVV-FIELD-DATA2     MOVE 4 TO WS-FIELD-NO
               WHEN AVV-FIELD-DATA3     MOVE 5 TO WS-FIELD-NO
               WHEN AVV-FIELD-DATA4     MOVE 6 TO WS-FIELD-NO
               WHEN AVV-FIELD-DATA5     MOVE 7 TO WS-FIELD-NO
               WHEN OTHER
                   DISPLAY "TE010RCY - VALUE ROW DROPPED, UNKNOWN "
                           "FIELD=" AVV-FIELD-ID
                   GO TO 1310-LOAD-ONE-VALUE-EXIT
           END-EVALUATE.

           IF WS-AVV-COUNT >= WS-AVV-ROW-MAX
               DISPLAY "TE010RCY - MORE THAN " WS-AVV-ROW-MAX
                       " VALID-VALUE ROWS, RUN STOPPED"
               SET WS-AVV-EOF TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1310-LOAD-ONE-VALUE-EXIT
           END-IF.

           ADD 1 TO WS-AVV-COUNT.
           MOVE WS-AVV-COUNT TO WS-AVV-SUB.

           MOVE WS-FIELD-NO TO WS-AVV-FIELD-NO (WS-AVV-SUB).
           MOVE AVV-VALUE   TO WS-AVV-VALUE (WS-AVV-SUB).
           ADD 1 TO WS-AVV-FIELD-ROWS (WS-FIELD-NO).

       1310-LOAD-ONE-VALUE-EXIT.
           EXIT.

      *================================================================
       1320-CLEAR-FIELD-ROWS.
      *================================================================
           MOVE ZERO TO WS-AVV-FIELD-ROWS (WS-FIELD-NO).

       1320-CLEAR-FIELD-ROWS-EXIT.
           EXIT.

      *================================================================
       2000-RELEASE-SUSPENSE-INPUT.
      *----------------------------------------------------------------
      * SORT INPUT PROCEDURE: FEEDS EVERY ROW OF THE FIVE SUSPENSE
      * INPUTS TO THE SORT.
      *================================================================
           PERFORM 2010-RELEASE-PRIOR-MASTER
               THRU 2040-RELEASE-AMT-SUSPENSE-EXIT
               UNTIL WS-AMT-EOF.

           PERFORM 2050-RELEASE-ARR-SUSPENSE
               THRU 2050-RELEASE-ARR-SUSPENSE-EXIT
               UNTIL WS-ARR-EOF.

       2000-RELEASE-SUSPENSE-INPUT-EXIT.
           EXIT.

       2040-RELEASE-AMT-SUSPENSE-EXIT.
           EXIT.

      *================================================================
       2050-RELEASE-ARR-SUSPENSE.
      *================================================================
           READ SUSP-ARR-FILE
               AT END
                   SET WS-ARR-EOF TO TRUE
                   GO TO 2050-RELEASE-ARR-SUSPENSE-EXIT
           END-READ.

           ADD 1 TO WS-HELD-IN-COUNT.
           MOVE SUSP-ARR-RECORD TO SUSP-SRT-RECORD.
           SET SUSP-SRT-FROM-TONIGHT TO TRUE.
           RELEASE SUSP-SRT-EXT-RECORD.

       2050-RELEASE-ARR-SUSPENSE-EXIT.
           EXIT.

      *================================================================
       2400-PRESENT-HELD-RECORDS.
      *----------------------------------------------------------------

           IF WS-MAIN-FLOW-MATCH AND WS-GRP-CARRIED-ONLY
               ADD 1 TO WS-CLEARED-COUNT
               MOVE SPACES TO CLEARANCE-RECORD
               SET CLR-CLEARED-MAIN-FLOW TO TRUE
               PERFORM 2650-WRITE-CLEARANCE
                   THRU 2650-WRITE-CLEARANCE-EXIT
               GO TO 2500-RECYCLE-ONE-RECORD-EXIT
           END-IF.

                   THRU 2550-EDIT-AMOUNTS-EXIT
           END-IF.

           IF WS-EDIT-VALID
               PERFORM 2900-EDIT-ARRAYS
                   THRU 2900-EDIT-ARRAYS-EXIT
           END-IF.

           IF WS-EDIT-VALID
               PERFORM 2600-WRITE-RECYCLED-RECORD
                   THRU 2600-WRITE-RECYCLED-RECORD-EXIT
               ADD 1 TO WS-RECYCLED-COUNT
               MOVE SPACES TO CLEARANCE-RECORD
               SET CLR-RECYCLED TO TRUE
               PERFORM 2650-WRITE-CLEARANCE
                   THRU 2650-WRITE-CLEARANCE-EXIT
           ELSE
               PERFORM 2700-CARRY-FORWARD-RECORD
                   THRU 2700-CARRY-FORWARD-RECORD-EXIT
       2600-WRITE-RECYCLED-RECORD-EXIT.
           EXIT.

      *================================================================
       2650-WRITE-CLEARANCE.
      *----------------------------------------------------------------
      * ONE SUSPCLR ROW FOR THE ITEM LEAVING SUSPENSE.  THE CALLER
      * CLEARS THE ROW AND SETS CLR-DISPOSITION; THE SOURCE SYSTEM
      * COMES OFF THE CARRIED IMAGE AND THE DAYS HELD ARE COUNTED THE
      * SAME WAY AS ON SUSPAGE.
      *================================================================
           MOVE WS-SUSP-ENR-IMAGE TO TEST-ENR.

           PERFORM 2810-COMPUTE-BUSINESS-AGE
               THRU 2810-COMPUTE-BUSINESS-AGE-EXIT.

           MOVE "SUSPMST "             TO CLR-MASTER.
           MOVE WS-SUSP-KEY-ENT        TO CLR-KEY-ENT.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR
                                       TO CLR-SRC-SYS.
           MOVE WS-SUSP-EDIT-SOURCE    TO CLR-EDIT-SOURCE.
           MOVE WS-SUSP-FIRST-REJ-DATE TO CLR-FIRST-DATE.
           MOVE WS-CURRENT-DATE        TO CLR-CLEARED-DATE.
           MOVE WS-BUS-DAY-AGE         TO CLR-BUS-DAYS.

           WRITE CLEARANCE-RECORD.
           IF NOT SUSP-CLR-OK
               DISPLAY "TE010RCY - WRITE ERROR ON SUSPCLR  KEY="
                       WS-SUSP-KEY-ENT
                       "  STATUS=" WS-SUSP-CLR-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2650-WRITE-CLEARANCE-EXIT.
           EXIT.

      *================================================================
       2700-CARRY-FORWARD-RECORD.
      *----------------------------------------------------------------
       2820-COUNT-ONE-DAY-EXIT.
           EXIT.

      *================================================================
       2900-EDIT-ARRAYS.
      *----------------------------------------------------------------
      * TE035ARR'S ARRAY ENTRY EDIT: EVERY OCCURRING ENTRY AGAINST
      * ITS SUB-FIELD'S VALID VALUES, THE FIRST MISS DECIDES.  A
      * COUNT OUTSIDE ITS OCCURS BOUNDS FAILS OUTRIGHT.
      *================================================================
           MOVE "ARRY" TO WS-FAILED-EDIT.

           IF TEST-SIMPLE-ARRAY-BEFORE-CNT < 1 OR
              TEST-SIMPLE-ARRAY-BEFORE-CNT > 4 OR
              TEST-SIMPLE-ARRAY-AFTER-CNT < 1 OR
              TEST-SIMPLE-ARRAY-AFTER-CNT > 6 OR
              TEST-COMPLEXE-ARRAY-CNT < 1 OR
              TEST-COMPLEXE-ARRAY-CNT > 10
               SET WS-EDIT-INVALID TO TRUE
               MOVE "ARRAY COUNT OUTSIDE OCCURS BOUNDS" TO WS-REASON
               GO TO 2900-EDIT-ARRAYS-EXIT
           END-IF.

           PERFORM 2910-CHECK-ONE-ARR-BEF
               THRU 2910-CHECK-ONE-ARR-BEF-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > TEST-SIMPLE-ARRAY-BEFORE-CNT
                  OR WS-EDIT-INVALID.

           PERFORM 2920-CHECK-ONE-ARR-AFT
               THRU 2920-CHECK-ONE-ARR-AFT-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > TEST-SIMPLE-ARRAY-AFTER-CNT
                  OR WS-EDIT-INVALID.

           PERFORM 2930-CHECK-ONE-CPLX
               THRU 2930-CHECK-ONE-CPLX-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > TEST-COMPLEXE-ARRAY-CNT
                  OR WS-EDIT-INVALID.

       2900-EDIT-ARRAYS-EXIT.
           EXIT.

      *================================================================
       2910-CHECK-ONE-ARR-BEF.
      *================================================================
           MOVE 1 TO WS-LOOK-FIELD-NO.
           MOVE SIMPLE-ARRAY-BEFORE OF TEST-ENR (WS-ENT-SUB)
               TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.

       2910-CHECK-ONE-ARR-BEF-EXIT.
           EXIT.

      *================================================================
       2920-CHECK-ONE-ARR-AFT.
      *================================================================
           MOVE 2 TO WS-LOOK-FIELD-NO.
           MOVE SIMPLE-ARRAY-AFTER OF TEST-ENR (WS-ENT-SUB)
               TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.

       2920-CHECK-ONE-ARR-AFT-EXIT.
           EXIT.

      *================================================================
       2930-CHECK-ONE-CPLX.
      *================================================================
           MOVE 3 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA1 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.
           IF WS-EDIT-INVALID
               GO TO 2930-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 4 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA2 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.
           IF WS-EDIT-INVALID
               GO TO 2930-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 5 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA3 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.
           IF WS-EDIT-INVALID
               GO TO 2930-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 6 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA4 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.
           IF WS-EDIT-INVALID
               GO TO 2930-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 7 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA5 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2950-CHECK-ONE-VALUE
               THRU 2950-CHECK-ONE-VALUE-EXIT.

       2930-CHECK-ONE-CPLX-EXIT.
           EXIT.

      *================================================================
       2950-CHECK-ONE-VALUE.
      *================================================================
           IF WS-AVV-FIELD-ROWS (WS-LOOK-FIELD-NO) = ZERO
               GO TO 2950-CHECK-ONE-VALUE-EXIT
           END-IF.

           MOVE ZERO TO WS-AVV-HIT-SUB.

           PERFORM 2960-MATCH-ONE-VALUE-ROW
               THRU 2960-MATCH-ONE-VALUE-ROW-EXIT
               VARYING WS-AVV-SUB FROM 1 BY 1
               UNTIL WS-AVV-SUB > WS-AVV-COUNT
                  OR WS-AVV-HIT-SUB > ZERO.

           IF WS-AVV-HIT-SUB > ZERO
               GO TO 2950-CHECK-ONE-VALUE-EXIT
           END-IF.

           SET WS-EDIT-INVALID TO TRUE.
           MOVE WS-ENT-SUB TO WS-ENT-SUB-ED.
           MOVE SPACES TO WS-REASON.

           IF WS-LOOK-FIELD-NO < 3
               STRING WS-FIELD-NAME (WS-LOOK-FIELD-NO)
                          DELIMITED BY SPACE
                      "(" WS-ENT-SUB-ED ") NOT A VALID VALUE"
                          DELIMITED BY SIZE
                   INTO WS-REASON
           ELSE
               STRING "CPLX(" WS-ENT-SUB-ED ") "
                          DELIMITED BY SIZE
                      WS-FIELD-NAME (WS-LOOK-FIELD-NO)
                          DELIMITED BY SPACE
                      " NOT A VALID VALUE"
                          DELIMITED BY SIZE
                   INTO WS-REASON
           END-IF.

       2950-CHECK-ONE-VALUE-EXIT.
           EXIT.

      *================================================================
       2960-MATCH-ONE-VALUE-ROW.
      *================================================================
           IF WS-AVV-FIELD-NO (WS-AVV-SUB) = WS-LOOK-FIELD-NO AND
              WS-AVV-VALUE (WS-AVV-SUB) = WS-LOOK-VALUE
               MOVE WS-AVV-SUB TO WS-AVV-HIT-SUB
           END-IF.

       2960-MATCH-ONE-VALUE-ROW-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           CLOSE SUSP-DTE-FILE
                 SUSP-CMP-FILE
                 SUSP-AMT-FILE
                 SUSP-ARR-FILE
                 ENR-EXT-FILE
                 CMP-IDX-FILE.

           IF WS-NO-FATAL-ERROR
               CLOSE SUSP-NEW-FILE
                     RCY-COK-FILE
                     SUSP-CLR-FILE
                     AGE-RPT-FILE
               PERFORM 3300-WRITE-CARRY-STAMP
                   THRU 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           PERFORM 3200-POST-RUN-CONTROL

       3200-POST-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       3300-WRITE-CARRY-STAMP.
      *----------------------------------------------------------------
      * THE STAMP CATALOGED WITH THE NEW SUSPMST GENERATION: RUN DATE
      * AND ROW COUNT, SO TE036RDY CAN PROVE TOMORROW NIGHT THAT THE
      * SUSPMST IT IS GIVEN IS TONIGHT'S, AND WHOLE.
      *================================================================
           OPEN OUTPUT CFS-STMP-FILE.
           IF NOT CFS-STMP-OK
               DISPLAY "TE010RCY - OPEN ERROR ON SUSPNSTP  STATUS="
                       WS-CFS-STMP-STATUS
               GO TO 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           MOVE SPACES               TO CARRY-STAMP-RECORD.
           MOVE "SUSPMST "           TO CFS-MASTER-ID.
           MOVE "TE010RCY"           TO CFS-PROGRAM.
           MOVE WS-CURRENT-DATE      TO CFS-RUN-DATE.
           MOVE WS-STILL-HELD-COUNT  TO CFS-RECORD-COUNT.
           IF WS-RUN-CLEAN
               SET CFS-COMPLETE TO TRUE
           ELSE
               SET CFS-INCOMPLETE TO TRUE
           END-IF.

           WRITE CARRY-STAMP-RECORD.
           IF NOT CFS-STMP-OK
               DISPLAY "TE010RCY - WRITE ERROR ON SUSPNSTP  STATUS="
                       WS-CFS-STMP-STATUS
           END-IF.

           CLOSE CFS-STMP-FILE.

       3300-WRITE-CARRY-STAMP-EXIT.
           EXIT.
