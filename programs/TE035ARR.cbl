      *================================================================
      * PROGRAM-ID : TE035ARR
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * ARRAY ENTRY DOMAIN EDIT, RUN BETWEEN TE026LIM AND TE019RTE.
      * TE020CHK MAKES SURE THE THREE TEST-ARRAY-COUNTS FIT THEIR
      * OCCURS BOUNDS, BUT NOTHING LOOKED AT WHAT THE ENTRIES HOLD:
      * SOURCE SYSTEMS SEND BLANKS, LOW-VALUES AND CODES NOBODY
      * RECOGNISES IN SIMPLE-ARRAY-BEFORE, SIMPLE-ARRAY-AFTER AND
      * COMPLEXE-ARRAY'S TEST-DATA1..5, AND THEY WENT STRAIGHT OUT ON
      * COMPEXT.  THIS STEP READS THE AMOUNT-EDITED RECORDS (ENRLOK,
      * TE026LIM OUTPUT) AND CHECKS EVERY OCCURRING ENTRY AGAINST THE
      * MAINTAINED VALID-VALUES FILE (ARRVALS, TE035AVV LAYOUT), ONE
      * ROW PER ACCEPTED VALUE PER ARRAY OR SUB-FIELD.  ONLY THE
      * ENTRIES UP TO EACH TABLE'S OWN COUNT ARE EDITED; A SUB-FIELD
      * WITH NO ROWS ON THE FILE IS NOT EDITED.
      * CLEAN RECORDS CONTINUE DOWN THE STREAM ON ENRAOK (THE JOB
      * CONCATENATES ENRAOK WITH TE010RCY'S RCYCOK ON TE019RTE'S
      * ENRCOK DD); A RECORD WITH ANY ENTRY OFF THE TABLE GOES TO THE
      * ARRAY SUSPENSE MASTER (ARSUSPM, TE010SUS LAYOUT, SOURCE
      * "ARRY") SO TE010RCY CAN RE-PRESENT IT AFTER CORRECTION LIKE
      * ANY OTHER SUSPENSE.  INPUT / OUTPUT / SUSPENSE COUNTS ARE
      * POSTED TO THE SHARED RUN-CONTROL FILE THROUGH TE014RCW SO
      * TE015RCB EXTENDS THE BALANCING CHAIN ACROSS THIS STEP.
      * A MISSING OR EMPTY VALID-VALUES FILE STOPS THE RUN -- RUNNING
      * WITHOUT IT WOULD SILENTLY PASS EVERYTHING, THE SAME RULE
      * TE026LIM APPLIES TO ITS LIMITS FILE.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE035ARR.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENR-LOK-FILE ASSIGN TO "ENRLOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENR-LOK-STATUS.

           SELECT AVV-CTL-FILE ASSIGN TO "ARRVALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVV-CTL-STATUS.

           SELECT ENR-AOK-FILE ASSIGN TO "ENRAOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENR-AOK-STATUS.

           SELECT ARR-SUSP-FILE ASSIGN TO "ARSUSPM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARR-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-LOK-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-LOK-LEN.
           COPY "cobol-test.cpy".

       FD  AVV-CTL-FILE
           RECORDING MODE IS F.
           COPY "TE035AVV.cpy".

       FD  ENR-AOK-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-AOK-LEN.
           COPY "cobol-test.cpy"
               REPLACING TEST-ENR BY TEST-ENR-AOK
                         TEST-SIMPLE-ARRAY-BEFORE-CNT
                                  BY TEST-ARR-BEF-CNT-AOK
                         TEST-SIMPLE-ARRAY-AFTER-CNT
                                  BY TEST-ARR-AFT-CNT-AOK
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-AOK.

       FD  ARR-SUSP-FILE
           RECORDING MODE IS F.
           COPY "TE010SUS.cpy"
               REPLACING SUSP-MST-RECORD BY SUSP-ARR-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-ENR-LOK-STATUS            PIC X(02).
           88 ENR-LOK-OK                          VALUE "00".

       01  WS-AVV-CTL-STATUS            PIC X(02).
           88 AVV-CTL-OK                          VALUE "00".

       01  WS-ENR-AOK-STATUS            PIC X(02).
           88 ENR-AOK-OK                          VALUE "00".

       01  WS-ARR-SUSP-STATUS           PIC X(02).
           88 ARR-SUSP-OK                         VALUE "00".

      *----------------------------------------------------------------
      * VARIABLE-LENGTH RECORD LENGTH FIELDS - SEE cobol-test.cpy.
      *----------------------------------------------------------------
       01  WS-ENR-LOK-LEN               PIC 9(04) COMP.
       01  WS-ENR-AOK-LEN               PIC 9(04) COMP.

       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-CTL-EOF-SW                PIC X(01).
           88 WS-CTL-EOF                           VALUE "Y".
           88 WS-CTL-NOT-EOF                       VALUE "N".

       01  WS-FILES-OPEN-SW             PIC X(01).
           88 WS-FILES-ARE-OPEN                    VALUE "Y".
           88 WS-FILES-NOT-OPEN                    VALUE "N".

       01  WS-VALID-SW                  PIC X(01).
           88 WS-ARRAYS-VALID                      VALUE "Y".
           88 WS-ARRAYS-INVALID                    VALUE "N".

       01  WS-RUN-OK-SW                 PIC X(01).
           88 WS-RUN-CLEAN                         VALUE "Y".
           88 WS-RUN-FAILED                        VALUE "N".

       01  WS-REASON                    PIC X(40).

       01  WS-CURRENT-DATE              PIC 9(08).

       01  WS-COUNTERS.
           03 WS-READ-COUNT             PIC 9(09) COMP.
           03 WS-PASS-COUNT             PIC 9(09) COMP.
           03 WS-SUSP-COUNT             PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE SEVEN EDITED SUB-FIELDS, NUMBERED IN RECORD ORDER; THE
      * NAME IS THE ONE CARRIED IN AVV-FIELD-ID AND PRINTED IN THE
      * SUSPENSE REASON.
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

      *----------------------------------------------------------------
      * THE VALID-VALUES TABLE.  ONE ENTRY PER ARRVALS ROW, PLUS A
      * ROW COUNT PER SUB-FIELD SO A SUB-FIELD WITHOUT ROWS IS
      * SKIPPED RATHER THAN REJECTING EVERYTHING.  FIVE HUNDRED ROWS
      * LEAVES ROOM FOR SEVENTY CODES IN EVERY SUB-FIELD.
      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      * THE ENTRY BEING EDITED: WHICH SUB-FIELD, WHICH OCCURRENCE,
      * AND ITS VALUE BLANK-PADDED TO THE WIDTH OF AVV-VALUE.
      *----------------------------------------------------------------
       01  WS-LOOK-FIELD-NO             PIC 9(01) COMP.
       01  WS-LOOK-VALUE                PIC X(05).
       01  WS-ENT-SUB                   PIC 9(02) COMP.
       01  WS-ENT-SUB-ED                PIC 99.

      *----------------------------------------------------------------
      * RUN-CONTROL POSTING FIELDS PASSED TO TE014RCW.
      *----------------------------------------------------------------
       01  WS-RCT-PROGRAM               PIC X(08) VALUE "TE035ARR".
       01  WS-RCT-FILE                  PIC X(08).
       01  WS-RCT-ROLE                  PIC X(01).
       01  WS-RCT-COUNT                 PIC 9(09).
       01  WS-RCT-RETURN-STATUS         PIC X(02).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-EDIT-RECORD
               THRU 2000-EDIT-RECORD-EXIT
               UNTIL WS-EOF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           MOVE "N" TO WS-EOF-SW.
           SET WS-FILES-NOT-OPEN TO TRUE.
           SET WS-RUN-CLEAN TO TRUE.
           MOVE ZERO TO WS-READ-COUNT
                        WS-PASS-COUNT
                        WS-SUSP-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-LOAD-VALUE-TABLE
               THRU 1100-LOAD-VALUE-TABLE-EXIT.

           IF WS-EOF
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT  ENR-LOK-FILE.
           IF NOT ENR-LOK-OK
               DISPLAY "TE035ARR - OPEN ERROR ON ENRLOK  STATUS="
                       WS-ENR-LOK-STATUS
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ENR-AOK-FILE
                       ARR-SUSP-FILE.
           IF NOT ENR-AOK-OK OR NOT ARR-SUSP-OK
               DISPLAY "TE035ARR - OPEN ERROR ON AN OUTPUT FILE"
               DISPLAY "TE035ARR - AOK=" WS-ENR-AOK-STATUS
                       " SUSP=" WS-ARR-SUSP-STATUS
               CLOSE ENR-LOK-FILE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           SET WS-FILES-ARE-OPEN TO TRUE.

           PERFORM 2100-READ-ENR-LOK
               THRU 2100-READ-ENR-LOK-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-LOAD-VALUE-TABLE.
      *----------------------------------------------------------------
      * NO VALID VALUES, NO EDIT: RUNNING WITH A MISSING OR EMPTY
      * ARRVALS WOULD SILENTLY PASS EVERYTHING, SO IT STOPS THE RUN
      * AND THE SCHEDULER KEEPS YESTERDAY'S OUTPUTS IN PLACE.
      *================================================================
           SET WS-CTL-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-AVV-COUNT.
           PERFORM 1120-CLEAR-FIELD-ROWS
               THRU 1120-CLEAR-FIELD-ROWS-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-FIELD-MAX.

           OPEN INPUT AVV-CTL-FILE.
           IF NOT AVV-CTL-OK
               DISPLAY "TE035ARR - NO VALID-VALUES FILE ON ARRVALS, "
                       "RUN STOPPED  STATUS=" WS-AVV-CTL-STATUS
               SET WS-EOF TO TRUE
               GO TO 1100-LOAD-VALUE-TABLE-EXIT
           END-IF.

           PERFORM 1110-LOAD-ONE-VALUE
               THRU 1110-LOAD-ONE-VALUE-EXIT
               UNTIL WS-CTL-EOF.

           CLOSE AVV-CTL-FILE.

           IF WS-EOF
               GO TO 1100-LOAD-VALUE-TABLE-EXIT
           END-IF.

           IF WS-AVV-COUNT = ZERO
               DISPLAY "TE035ARR - VALID-VALUES FILE IS EMPTY, "
                       "RUN STOPPED"
               SET WS-EOF TO TRUE
               GO TO 1100-LOAD-VALUE-TABLE-EXIT
           END-IF.

           DISPLAY "TE035ARR - VALID-VALUE ROWS LOADED: " WS-AVV-COUNT.

           PERFORM 1130-REPORT-FIELD-COVERAGE
               THRU 1130-REPORT-FIELD-COVERAGE-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-FIELD-MAX.

       1100-LOAD-VALUE-TABLE-EXIT.
           EXIT.

      *================================================================
       1110-LOAD-ONE-VALUE.
      *================================================================
           READ AVV-CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-VALUE-EXIT
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
                   DISPLAY "TE035ARR - VALUE ROW DROPPED, UNKNOWN "
                           "FIELD=" AVV-FIELD-ID
                   GO TO 1110-LOAD-ONE-VALUE-EXIT
           END-EVALUATE.

           IF WS-AVV-COUNT >= WS-AVV-ROW-MAX
               DISPLAY "TE035ARR - MORE THAN " WS-AVV-ROW-MAX
                       " VALID-VALUE ROWS, RUN STOPPED"
               SET WS-CTL-EOF TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1110-LOAD-ONE-VALUE-EXIT
           END-IF.

           ADD 1 TO WS-AVV-COUNT.
           MOVE WS-AVV-COUNT TO WS-AVV-SUB.

           MOVE WS-FIELD-NO TO WS-AVV-FIELD-NO (WS-AVV-SUB).
           MOVE AVV-VALUE   TO WS-AVV-VALUE (WS-AVV-SUB).
           ADD 1 TO WS-AVV-FIELD-ROWS (WS-FIELD-NO).

       1110-LOAD-ONE-VALUE-EXIT.
           EXIT.

      *================================================================
       1120-CLEAR-FIELD-ROWS.
      *================================================================
           MOVE ZERO TO WS-AVV-FIELD-ROWS (WS-FIELD-NO).

       1120-CLEAR-FIELD-ROWS-EXIT.
           EXIT.

      *================================================================
       1130-REPORT-FIELD-COVERAGE.
      *----------------------------------------------------------------
      * A SUB-FIELD WITHOUT ROWS IS LEGITIMATE (NOT YET UNDER EDIT)
      * BUT SHOULD NEVER BE A SURPRISE, SO IT IS NAMED ON THE LOG.
      *================================================================
           IF WS-AVV-FIELD-ROWS (WS-FIELD-NO) = ZERO
               DISPLAY "TE035ARR - " WS-FIELD-NAME (WS-FIELD-NO)
                       " HAS NO VALID VALUES, NOT EDITED"
           END-IF.

       1130-REPORT-FIELD-COVERAGE-EXIT.
           EXIT.

      *================================================================
       2000-EDIT-RECORD.
      *================================================================
           PERFORM 2200-CHECK-ARRAYS
               THRU 2200-CHECK-ARRAYS-EXIT.

           IF WS-ARRAYS-VALID
               PERFORM 2400-WRITE-PASSED-RECORD
                   THRU 2400-WRITE-PASSED-RECORD-EXIT
           ELSE
               PERFORM 2500-WRITE-SUSPENSE-RECORD
                   THRU 2500-WRITE-SUSPENSE-RECORD-EXIT
           END-IF.

           PERFORM 2100-READ-ENR-LOK
               THRU 2100-READ-ENR-LOK-EXIT.

       2000-EDIT-RECORD-EXIT.
           EXIT.

      *================================================================
       2100-READ-ENR-LOK.
      *================================================================
           READ ENR-LOK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-READ-ENR-LOK-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

       2100-READ-ENR-LOK-EXIT.
           EXIT.

      *================================================================
       2200-CHECK-ARRAYS.
      *----------------------------------------------------------------
      * EVERY OCCURRING ENTRY OF THE THREE TABLES AGAINST ITS
      * SUB-FIELD'S VALID VALUES.  THE FIRST ENTRY OFF THE TABLE
      * DECIDES THE RECORD.  A COUNT OUTSIDE ITS OCCURS BOUNDS IS
      * REJECTED OUTRIGHT: THE ENTRIES IT DESCRIBES CANNOT BE READ.
      *================================================================
           SET WS-ARRAYS-VALID TO TRUE.
           MOVE SPACES TO WS-REASON.

           IF TEST-SIMPLE-ARRAY-BEFORE-CNT < 1 OR
              TEST-SIMPLE-ARRAY-BEFORE-CNT > 4 OR
              TEST-SIMPLE-ARRAY-AFTER-CNT < 1 OR
              TEST-SIMPLE-ARRAY-AFTER-CNT > 6 OR
              TEST-COMPLEXE-ARRAY-CNT < 1 OR
              TEST-COMPLEXE-ARRAY-CNT > 10
               SET WS-ARRAYS-INVALID TO TRUE
               MOVE "ARRAY COUNT OUTSIDE OCCURS BOUNDS" TO WS-REASON
               GO TO 2200-CHECK-ARRAYS-EXIT
           END-IF.

           PERFORM 2210-CHECK-ONE-ARR-BEF
               THRU 2210-CHECK-ONE-ARR-BEF-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > TEST-SIMPLE-ARRAY-BEFORE-CNT
                  OR WS-ARRAYS-INVALID.

           PERFORM 2220-CHECK-ONE-ARR-AFT
               THRU 2220-CHECK-ONE-ARR-AFT-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > TEST-SIMPLE-ARRAY-AFTER-CNT
                  OR WS-ARRAYS-INVALID.

           PERFORM 2230-CHECK-ONE-CPLX
               THRU 2230-CHECK-ONE-CPLX-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > TEST-COMPLEXE-ARRAY-CNT
                  OR WS-ARRAYS-INVALID.

       2200-CHECK-ARRAYS-EXIT.
           EXIT.

      *================================================================
       2210-CHECK-ONE-ARR-BEF.
      *================================================================
           MOVE 1 TO WS-LOOK-FIELD-NO.
           MOVE SIMPLE-ARRAY-BEFORE OF TEST-ENR (WS-ENT-SUB)
               TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.

       2210-CHECK-ONE-ARR-BEF-EXIT.
           EXIT.

      *================================================================
       2220-CHECK-ONE-ARR-AFT.
      *================================================================
           MOVE 2 TO WS-LOOK-FIELD-NO.
           MOVE SIMPLE-ARRAY-AFTER OF TEST-ENR (WS-ENT-SUB)
               TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.

       2220-CHECK-ONE-ARR-AFT-EXIT.
           EXIT.

      *================================================================
       2230-CHECK-ONE-CPLX.
      *----------------------------------------------------------------
      * THE FIVE SUB-FIELDS OF ONE COMPLEXE-ARRAY OCCURRENCE, EACH
      * AGAINST ITS OWN VALID VALUES.
      *================================================================
           MOVE 3 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA1 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.
           IF WS-ARRAYS-INVALID
               GO TO 2230-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 4 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA2 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.
           IF WS-ARRAYS-INVALID
               GO TO 2230-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 5 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA3 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.
           IF WS-ARRAYS-INVALID
               GO TO 2230-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 6 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA4 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.
           IF WS-ARRAYS-INVALID
               GO TO 2230-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 7 TO WS-LOOK-FIELD-NO.
           MOVE TEST-DATA5 OF TEST-ENR (WS-ENT-SUB) TO WS-LOOK-VALUE.
           PERFORM 2250-CHECK-ONE-VALUE
               THRU 2250-CHECK-ONE-VALUE-EXIT.

       2230-CHECK-ONE-CPLX-EXIT.
           EXIT.

      *================================================================
       2250-CHECK-ONE-VALUE.
      *----------------------------------------------------------------
      * WS-LOOK-VALUE AGAINST THE ROWS FOR WS-LOOK-FIELD-NO.  A MISS
      * NAMES THE ENTRY IN THE REASON: "ARR-BEF(02) ..." FOR THE
      * SIMPLE ARRAYS, "CPLX(03) DATA2 ..." FOR COMPLEXE-ARRAY.
      *================================================================
           IF WS-AVV-FIELD-ROWS (WS-LOOK-FIELD-NO) = ZERO
               GO TO 2250-CHECK-ONE-VALUE-EXIT
           END-IF.

           MOVE ZERO TO WS-AVV-HIT-SUB.

           PERFORM 2260-MATCH-ONE-VALUE-ROW
               THRU 2260-MATCH-ONE-VALUE-ROW-EXIT
               VARYING WS-AVV-SUB FROM 1 BY 1
               UNTIL WS-AVV-SUB > WS-AVV-COUNT
                  OR WS-AVV-HIT-SUB > ZERO.

           IF WS-AVV-HIT-SUB > ZERO
               GO TO 2250-CHECK-ONE-VALUE-EXIT
           END-IF.

           SET WS-ARRAYS-INVALID TO TRUE.
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

       2250-CHECK-ONE-VALUE-EXIT.
           EXIT.

      *================================================================
       2260-MATCH-ONE-VALUE-ROW.
      *================================================================
           IF WS-AVV-FIELD-NO (WS-AVV-SUB) = WS-LOOK-FIELD-NO AND
              WS-AVV-VALUE (WS-AVV-SUB) = WS-LOOK-VALUE
               MOVE WS-AVV-SUB TO WS-AVV-HIT-SUB
           END-IF.

       2260-MATCH-ONE-VALUE-ROW-EXIT.
           EXIT.

      *================================================================
       2400-WRITE-PASSED-RECORD.
      *================================================================
           MOVE TEST-ENR TO TEST-ENR-AOK.

           COMPUTE WS-ENR-AOK-LEN =
                   346 + (5 * TEST-ARR-BEF-CNT-AOK)
                       + (5 * TEST-ARR-AFT-CNT-AOK)
                       + (15 * TEST-CPLX-ARR-CNT-AOK).

           WRITE TEST-ENR-AOK.
           IF ENR-AOK-OK
               ADD 1 TO WS-PASS-COUNT
           ELSE
               DISPLAY "TE035ARR - WRITE ERROR ON ENRAOK  KEY="
                       TEST-KEY-ENT OF TEST-ENR
                       "  STATUS=" WS-ENR-AOK-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2400-WRITE-PASSED-RECORD-EXIT.
           EXIT.

      *================================================================
       2500-WRITE-SUSPENSE-RECORD.
      *----------------------------------------------------------------
      * SAME SHAPE AS THE DATE, COMPANY AND AMOUNT SUSPENSE ROWS, SO
      * TE010RCY CAN SORT ALL FOUR SOURCES TOGETHER AND RE-PRESENT
      * THE RECORD THROUGH THE EDITS AFTER CORRECTION.
      *================================================================
           MOVE SPACES           TO SUSP-ARR-RECORD.
           MOVE TEST-KEY-ENT OF TEST-ENR
                                 TO SUSP-KEY-ENT OF SUSP-ARR-RECORD.
           MOVE "ARRY"           TO SUSP-EDIT-SOURCE
                                      OF SUSP-ARR-RECORD.
           MOVE WS-REASON        TO SUSP-REASON-CD
                                      OF SUSP-ARR-RECORD.
           MOVE WS-CURRENT-DATE  TO SUSP-FIRST-REJ-DATE
                                      OF SUSP-ARR-RECORD.
           MOVE WS-ENR-LOK-LEN   TO SUSP-ENR-LEN
                                      OF SUSP-ARR-RECORD.
           MOVE TEST-ENR         TO SUSP-ENR-IMAGE
                                      OF SUSP-ARR-RECORD.

           WRITE SUSP-ARR-RECORD.
           IF ARR-SUSP-OK
               ADD 1 TO WS-SUSP-COUNT
           ELSE
               DISPLAY "TE035ARR - WRITE ERROR ON ARSUSPM  KEY="
                       TEST-KEY-ENT OF TEST-ENR
                       "  STATUS=" WS-ARR-SUSP-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2500-WRITE-SUSPENSE-RECORD-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *----------------------------------------------------------------
      * AN INITIALIZE ABORT (NO VALID VALUES, OPEN FAILURE) ARRIVES
      * HERE WITH NOTHING OPEN; THE RUN-CONTROL POSTING STILL GOES
      * OUT -- ITS ZERO COUNTS ARE WHAT MAKES TE015RCB HOLD THE
      * STREAM.
      *================================================================
           IF WS-FILES-ARE-OPEN
               CLOSE ENR-LOK-FILE
                     ENR-AOK-FILE
                     ARR-SUSP-FILE
           END-IF.

           PERFORM 3200-POST-RUN-CONTROL
               THRU 3200-POST-RUN-CONTROL-EXIT.

           DISPLAY "TE035ARR - RECORDS READ     : " WS-READ-COUNT.
           DISPLAY "TE035ARR - RECORDS PASSED   : " WS-PASS-COUNT.
           DISPLAY "TE035ARR - RECORDS SUSPENDED: " WS-SUSP-COUNT.

      *----------------------------------------------------------------
      * A RECORD THE RUN COULD WRITE NEITHER TO THE STREAM NOR TO
      * SUSPENSE IS GONE -- THE RETURN CODE IS WHAT HOLDS THE STREAM
      * UNTIL THE STEP IS RERUN.
      *----------------------------------------------------------------
           IF WS-RUN-FAILED
               DISPLAY "TE035ARR - RUN FAILED, HOLD THE STREAM"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.

      *================================================================
       3200-POST-RUN-CONTROL.
      *================================================================
           MOVE "ENRLOK  "     TO WS-RCT-FILE.
           MOVE "I"            TO WS-RCT-ROLE.
           MOVE WS-READ-COUNT  TO WS-RCT-COUNT.
           PERFORM 3210-CALL-RUN-CONTROL
               THRU 3210-CALL-RUN-CONTROL-EXIT.

           MOVE "ENRAOK  "     TO WS-RCT-FILE.
           MOVE "O"            TO WS-RCT-ROLE.
           MOVE WS-PASS-COUNT  TO WS-RCT-COUNT.
           PERFORM 3210-CALL-RUN-CONTROL
               THRU 3210-CALL-RUN-CONTROL-EXIT.

           MOVE "ARSUSPM "     TO WS-RCT-FILE.
           MOVE "S"            TO WS-RCT-ROLE.
           MOVE WS-SUSP-COUNT  TO WS-RCT-COUNT.
           PERFORM 3210-CALL-RUN-CONTROL
               THRU 3210-CALL-RUN-CONTROL-EXIT.

           MOVE "X"            TO WS-RCT-ROLE.
           PERFORM 3210-CALL-RUN-CONTROL
               THRU 3210-CALL-RUN-CONTROL-EXIT.

       3200-POST-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       3210-CALL-RUN-CONTROL.
      *================================================================
           CALL "TE014RCW" USING WS-RCT-PROGRAM
                                  WS-RCT-FILE
                                  WS-RCT-ROLE
                                  WS-RCT-COUNT
                                  WS-RCT-RETURN-STATUS.

       3210-CALL-RUN-CONTROL-EXIT.
           EXIT.
