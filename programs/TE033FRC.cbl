      *================================================================
      * PROGRAM-ID : TE033FRC
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * FORWARD RECOVERY OF THE INDEXED MASTER.
      * WHEN TE020CHK FINDS ENRIDX CORRUPT, A PLAIN TE000LOD RELOAD
      * PUTS THE MASTER BACK AS IT STOOD WHEN THE BACKUP WAS CUT AND
      * LOSES EVERY CHANGE MADE SINCE.  THIS JOB RECOVERS TO THE LAST
      * GOOD STATE INSTEAD, IN TWO PHASES IN ONE RUN:
      *   1. RELOAD.  THE LAST GOOD ENRSEQ GENERATION CUT BY TE032BKP
      *      IS LOADED INTO AN EMPTY ENRIDX, AND THE COMPANY ACCESS
      *      PATH (ENRCIDX) IS REBUILT ALONGSIDE IT, EXACTLY AS
      *      TE000LOD DOES.  THE GENERATION'S STAMP ROW (ENRGSTMP,
      *      TE032GEN LAYOUT) MUST SAY COMPLETE AND ITS RECORD COUNT
      *      MUST MATCH WHAT WAS LOADED, OR THE RUN STOPS HERE.
      *   2. ROLL FORWARD.  EVERY ENRAUDT ROW STAMPED ON OR AFTER THE
      *      GENERATION'S CUT, AND ON OR BEFORE THE REQUESTED STOP
      *      TIMESTAMP, IS RE-APPLIED IN LOG ORDER:
      *        "A" / "C"  THE AFTER IMAGE IS WRITTEN OVER THE KEY
      *                   (ADDED IF ABSENT, REWRITTEN IF PRESENT),
      *                   MOVING THE PATH ROW WHEN TEST-COMP CHANGED.
      *        "D"        THE KEY AND ITS PATH ROW ARE DELETED.
      *      THIS COVERS EVERY WRITER OF THE LOG -- TE006INQ,
      *      TE012ADD, TE013CMG, TE016ARC, TE018RST AND TE025DEL.
      *      AN AFTER IMAGE IS THE WHOLE RECORD, SO RE-APPLYING A ROW
      *      THE GENERATION ALREADY HOLDS CHANGES NOTHING; THAT IS
      *      WHY THE CUT IS TAKEN AT THE START OF THE UNLOAD.
      *
      * THE ONE-CARD PARAMETER FILE (RCVCTL) CARRIES THE STOP
      * TIMESTAMP AS CCYYMMDD IN COLUMNS 1-8 AND HHMMSSHH IN COLUMNS
      * 9-16.  A MISSING OR BLANK CARD ROLLS FORWARD TO THE END OF
      * THE LOG; A CARD THAT IS NOT NUMERIC, OR STOPS BEFORE THE
      * GENERATION'S CUT, STOPS THE RUN.  WHEN THE LOG HAS BEEN AGED
      * BY TE017AUA SINCE THE GENERATION WAS CUT, CONCATENATE THE
      * AUDARCH GENERATION AHEAD OF ENRAUDT ON THE ENRAUDT DD.
      *
      * EVERY ROW RE-APPLIED OR PASSED OVER PRINTS ONE LINE ON THE
      * RECOVERY REPORT (RCVRPT).  ANY ROW THAT COULD NOT BE APPLIED,
      * AND ANY FAILURE IN THE RELOAD, ENDS THE JOB WITH RETURN CODE
      * 8.  RUN TE020CHK AGAINST THE RECOVERED MASTER BEFORE THE
      * STREAM IS RELEASED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE033FRC.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENR-SEQ-FILE ASSIGN TO "ENRSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENR-SEQ-STATUS.

           SELECT GEN-STMP-FILE ASSIGN TO "ENRGSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STMP-STATUS.

           SELECT RCV-CTL-FILE ASSIGN TO "RCVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-CTL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "ENRAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ENR-IDX-FILE ASSIGN TO "ENRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR-IDX
               FILE STATUS IS WS-ENR-IDX-STATUS.

           SELECT CIX-IDX-FILE ASSIGN TO "ENRCIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIX-PATH-KEY
               FILE STATUS IS WS-CIX-IDX-STATUS.

           SELECT RCV-RPT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-SEQ-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-SEQ-LEN.
           COPY "cobol-test.cpy".

       FD  GEN-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE032GEN.cpy".

      *----------------------------------------------------------------
      * RCVCTL: THE STOP TIMESTAMP.  BLANK MEANS END OF LOG.
      *----------------------------------------------------------------
       FD  RCV-CTL-FILE
           RECORDING MODE IS F.
       01  RCV-CTL-RECORD.
           03 CTL-STOP-STAMP.
              05 CTL-STOP-DATE           PIC 9(08).
              05 CTL-STOP-TIME           PIC 9(08).
           03 CTL-STOP-STAMP-X REDEFINES CTL-STOP-STAMP
                                         PIC X(16).
           03 FILLER                     PIC X(64).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY "TE004AUD.cpy".

       FD  ENR-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-IDX-LEN.
           COPY "cobol-test.cpy"
               REPLACING TEST-ENR BY TEST-ENR-IDX
                         TEST-SIMPLE-ARRAY-BEFORE-CNT
                                  BY TEST-ARR-BEF-CNT-IDX
                         TEST-SIMPLE-ARRAY-AFTER-CNT
                                  BY TEST-ARR-AFT-CNT-IDX
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-IDX.

       FD  CIX-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE028CIX.cpy".

       FD  RCV-RPT-FILE
           RECORDING MODE IS F.
       01  RCV-LINE.
           03 RCV-RPT-KEY               PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RCV-RPT-ACTION            PIC X(01).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RCV-RPT-TS-DATE           PIC 9(08).
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RCV-RPT-TS-TIME           PIC 9(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RCV-RPT-JOB               PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RCV-RPT-RESULT            PIC X(20).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RCV-RPT-DETAIL            PIC X(40).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *----------------------------------------------------------------
       01  WS-ENR-SEQ-STATUS           PIC X(02).
           88 ENR-SEQ-OK                          VALUE "00".

       01  WS-GEN-STMP-STATUS          PIC X(02).
           88 GEN-STMP-OK                         VALUE "00".

       01  WS-RCV-CTL-STATUS           PIC X(02).
           88 RCV-CTL-OK                          VALUE "00".

       01  WS-AUDIT-STATUS             PIC X(02).
           88 AUDIT-OK                            VALUE "00".

       01  WS-ENR-IDX-STATUS           PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".
           88 ENR-IDX-NOTFOUND                    VALUE "23".

       01  WS-CIX-IDX-STATUS           PIC X(02).
           88 CIX-IDX-OK                          VALUE "00".

       01  WS-RCV-RPT-STATUS           PIC X(02).
           88 RCV-RPT-OK                          VALUE "00".

      *----------------------------------------------------------------
      * VARIABLE-LENGTH RECORD LENGTH FIELDS
      * TEST-ENR IS A VARIABLE-LENGTH RECORD (371-546 BYTES) DRIVEN BY
      * ITS THREE OCCURS-DEPENDING-ON TABLE COUNTS.  ON INPUT THE RUN-
      * TIME SETS THESE FROM THE BYTE COUNT ACTUALLY READ; ON OUTPUT
      * THEY MUST BE COMPUTED FROM THE RECORD'S COUNTS BEFORE THE
      * WRITE.
      *----------------------------------------------------------------
       01  WS-ENR-SEQ-LEN              PIC 9(04) COMP.
       01  WS-ENR-IDX-LEN              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           03 WS-LOAD-READ-COUNT       PIC 9(09) COMP.
           03 WS-LOAD-WRITE-COUNT      PIC 9(09) COMP.
           03 WS-PATH-WRITE-COUNT      PIC 9(09) COMP.
           03 WS-AUDIT-READ-COUNT      PIC 9(09) COMP.
           03 WS-BEFORE-CUT-COUNT      PIC 9(09) COMP.
           03 WS-AFTER-STOP-COUNT      PIC 9(09) COMP.
           03 WS-ADDED-COUNT           PIC 9(09) COMP.
           03 WS-REWRITTEN-COUNT       PIC 9(09) COMP.
           03 WS-DELETED-COUNT         PIC 9(09) COMP.
           03 WS-ABSENT-COUNT          PIC 9(09) COMP.
           03 WS-FAILED-COUNT          PIC 9(09) COMP.

       01  WS-EOF-SW                   PIC X(01).
           88 WS-EOF                              VALUE "Y".
           88 WS-NOT-EOF                          VALUE "N".

       01  WS-FATAL-SW                 PIC X(01).
           88 WS-FATAL                            VALUE "Y".
           88 WS-NOT-FATAL                        VALUE "N".

       01  WS-RPT-OPEN-SW              PIC X(01).
           88 WS-RPT-IS-OPEN                      VALUE "Y".
           88 WS-RPT-IS-CLOSED                    VALUE "N".

      *----------------------------------------------------------------
      * THE REPLAY WINDOW, EACH END HELD AS ONE 16-DIGIT DATE+TIME
      * COMPOSITE SO ONE COMPARE PLACES AN AUDIT ROW INSIDE OR
      * OUTSIDE IT.
      *----------------------------------------------------------------
       01  WS-CUT-STAMP.
           03 WS-CUT-DATE                PIC 9(08).
           03 WS-CUT-TIME                PIC 9(08).

       01  WS-STOP-STAMP.
           03 WS-STOP-DATE               PIC 9(08).
           03 WS-STOP-TIME               PIC 9(08).

       01  WS-GEN-RECORD-COUNT         PIC 9(09).

      *----------------------------------------------------------------
      * THE COMPANY THE KEY SAT UNDER BEFORE THE ROW WAS APPLIED,
      * SO A CHANGED TEST-COMP MOVES THE PATH ROW WITH IT.
      *----------------------------------------------------------------
       01  WS-OLD-COMP                 PIC X(10).

       01  WS-DETAIL-TEXT              PIC X(40).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-LOAD-RECORD
               THRU 2000-LOAD-RECORD-EXIT
               UNTIL WS-EOF.

           PERFORM 2500-START-ROLL-FORWARD
               THRU 2500-START-ROLL-FORWARD-EXIT.

           PERFORM 2600-REPLAY-AUDIT-ROW
               THRU 2600-REPLAY-AUDIT-ROW-EXIT
               UNTIL WS-EOF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           MOVE "N" TO WS-EOF-SW.
           SET WS-NOT-FATAL TO TRUE.
           SET WS-RPT-IS-CLOSED TO TRUE.
           MOVE ZERO TO WS-LOAD-READ-COUNT
                        WS-LOAD-WRITE-COUNT
                        WS-PATH-WRITE-COUNT
                        WS-AUDIT-READ-COUNT
                        WS-BEFORE-CUT-COUNT
                        WS-AFTER-STOP-COUNT
                        WS-ADDED-COUNT
                        WS-REWRITTEN-COUNT
                        WS-DELETED-COUNT
                        WS-ABSENT-COUNT
                        WS-FAILED-COUNT.

           PERFORM 1100-READ-GENERATION-STAMP
               THRU 1100-READ-GENERATION-STAMP-EXIT.

           IF WS-FATAL
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-READ-PARAMETER-CARD
               THRU 1200-READ-PARAMETER-CARD-EXIT.

           IF WS-FATAL
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           DISPLAY "TE033FRC - GENERATION CUT AT "
                   WS-CUT-DATE "/" WS-CUT-TIME
                   "  RECORDS=" WS-GEN-RECORD-COUNT.
           DISPLAY "TE033FRC - ROLL FORWARD TO   "
                   WS-STOP-DATE "/" WS-STOP-TIME.

           OPEN OUTPUT RCV-RPT-FILE.
           IF NOT RCV-RPT-OK
               DISPLAY "TE033FRC - OPEN ERROR ON RCVRPT  STATUS="
                       WS-RCV-RPT-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.

           OPEN INPUT  ENR-SEQ-FILE.
           IF NOT ENR-SEQ-OK
               DISPLAY "TE033FRC - OPEN ERROR ON ENRSEQ  STATUS="
                       WS-ENR-SEQ-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE033FRC - OPEN ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT CIX-IDX-FILE.
           IF NOT CIX-IDX-OK
               DISPLAY "TE033FRC - OPEN ERROR ON ENRCIDX  STATUS="
                       WS-CIX-IDX-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-ENR-SEQ
               THRU 2100-READ-ENR-SEQ-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-READ-GENERATION-STAMP.
      *----------------------------------------------------------------
      * NO STAMP, OR A STAMP THAT DOES NOT SAY COMPLETE, MEANS THE
      * GENERATION ON THE ENRSEQ DD IS NOT A GOOD BACKUP -- PICK THE
      * PREVIOUS GENERATION AND ITS STAMP INSTEAD.
      *================================================================
           OPEN INPUT GEN-STMP-FILE.
           IF NOT GEN-STMP-OK
               DISPLAY "TE033FRC - NO GENERATION STAMP ON ENRGSTMP, "
                       "RUN STOPPED  STATUS=" WS-GEN-STMP-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMP-EXIT
           END-IF.

           READ GEN-STMP-FILE
               AT END
                   DISPLAY "TE033FRC - EMPTY GENERATION STAMP, "
                           "RUN STOPPED"
                   SET WS-FATAL TO TRUE
                   CLOSE GEN-STMP-FILE
                   GO TO 1100-READ-GENERATION-STAMP-EXIT
           END-READ.

           CLOSE GEN-STMP-FILE.

           IF NOT GEN-COMPLETE
               DISPLAY "TE033FRC - GENERATION STAMP IS NOT COMPLETE, "
                       "RUN STOPPED"
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMP-EXIT
           END-IF.

           IF GEN-CUT-DATE NOT NUMERIC OR
              GEN-CUT-TIME NOT NUMERIC OR
              GEN-RECORD-COUNT NOT NUMERIC
               DISPLAY "TE033FRC - UNUSABLE GENERATION STAMP, "
                       "RUN STOPPED"
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMP-EXIT
           END-IF.

           MOVE GEN-CUT-DATE     TO WS-CUT-DATE.
           MOVE GEN-CUT-TIME     TO WS-CUT-TIME.
           MOVE GEN-RECORD-COUNT TO WS-GEN-RECORD-COUNT.

       1100-READ-GENERATION-STAMP-EXIT.
           EXIT.

      *================================================================
       1200-READ-PARAMETER-CARD.
      *----------------------------------------------------------------
      * A MISSING OR BLANK CARD ROLLS FORWARD TO THE END OF THE LOG.
      * A STOP AHEAD OF THE CUT WOULD ASK FOR A STATE OLDER THAN THE
      * GENERATION ITSELF, WHICH THIS GENERATION CANNOT GIVE.
      *================================================================
           MOVE 99999999 TO WS-STOP-DATE
                            WS-STOP-TIME.

           OPEN INPUT RCV-CTL-FILE.
           IF NOT RCV-CTL-OK
               GO TO 1200-READ-PARAMETER-CARD-EXIT
           END-IF.

           READ RCV-CTL-FILE
               AT END
                   CLOSE RCV-CTL-FILE
                   GO TO 1200-READ-PARAMETER-CARD-EXIT
           END-READ.

           CLOSE RCV-CTL-FILE.

           IF CTL-STOP-STAMP-X = SPACES
               GO TO 1200-READ-PARAMETER-CARD-EXIT
           END-IF.

           IF CTL-STOP-DATE NOT NUMERIC OR
              CTL-STOP-TIME NOT NUMERIC
               DISPLAY "TE033FRC - STOP TIMESTAMP NOT NUMERIC, "
                       "RUN STOPPED"
               SET WS-FATAL TO TRUE
               GO TO 1200-READ-PARAMETER-CARD-EXIT
           END-IF.

           MOVE CTL-STOP-DATE TO WS-STOP-DATE.
           MOVE CTL-STOP-TIME TO WS-STOP-TIME.

           IF WS-STOP-STAMP < WS-CUT-STAMP
               DISPLAY "TE033FRC - STOP TIMESTAMP " WS-STOP-DATE "/"
                       WS-STOP-TIME " IS BEFORE THE GENERATION CUT, "
                       "RUN STOPPED"
               SET WS-FATAL TO TRUE
           END-IF.

       1200-READ-PARAMETER-CARD-EXIT.
           EXIT.

      *================================================================
       2000-LOAD-RECORD.
      *================================================================
           MOVE TEST-ENR TO TEST-ENR-IDX.

           COMPUTE WS-ENR-IDX-LEN =
                   346 + (5 * TEST-ARR-BEF-CNT-IDX)
                       + (5 * TEST-ARR-AFT-CNT-IDX)
                       + (15 * TEST-CPLX-ARR-CNT-IDX).

           WRITE TEST-ENR-IDX.
           IF ENR-IDX-OK
               ADD 1 TO WS-LOAD-WRITE-COUNT
               PERFORM 2200-WRITE-PATH-ROW
                   THRU 2200-WRITE-PATH-ROW-EXIT
           ELSE
               DISPLAY "TE033FRC - LOAD WRITE ERROR  KEY="
                       TEST-KEY-ENT OF TEST-ENR-IDX
                       "  STATUS=" WS-ENR-IDX-STATUS
               SET WS-FATAL TO TRUE
           END-IF.

           PERFORM 2100-READ-ENR-SEQ
               THRU 2100-READ-ENR-SEQ-EXIT.

       2000-LOAD-RECORD-EXIT.
           EXIT.

      *================================================================
       2100-READ-ENR-SEQ.
      *================================================================
           READ ENR-SEQ-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-READ-ENR-SEQ-EXIT
           END-READ.

           ADD 1 TO WS-LOAD-READ-COUNT.

       2100-READ-ENR-SEQ-EXIT.
           EXIT.

      *================================================================
       2200-WRITE-PATH-ROW.
      *----------------------------------------------------------------
      * ONE PATH ROW PER MASTER RECORD, THE SAME ROW TE000LOD WRITES.
      *================================================================
           MOVE SPACES TO COMP-PATH-RECORD.
           MOVE TEST-COMP OF TEST-ENR-IDX    TO CIX-COMP.
           MOVE TEST-KEY-ENT OF TEST-ENR-IDX TO CIX-KEY-ENT.

           WRITE COMP-PATH-RECORD.
           IF CIX-IDX-OK
               ADD 1 TO WS-PATH-WRITE-COUNT
           ELSE
               DISPLAY "TE033FRC - PATH WRITE ERROR  KEY="
                       TEST-KEY-ENT OF TEST-ENR-IDX
                       "  STATUS=" WS-CIX-IDX-STATUS
               SET WS-FATAL TO TRUE
           END-IF.

       2200-WRITE-PATH-ROW-EXIT.
           EXIT.

      *================================================================
       2500-START-ROLL-FORWARD.
      *----------------------------------------------------------------
      * THE RELOAD MUST BE THE WHOLE GENERATION BEFORE ANYTHING IS
      * ROLLED FORWARD ON TOP OF IT: A SHORT LOAD STOPS HERE, WITH
      * THE LOG UNREAD.  OTHERWISE THE MASTER AND PATH ARE REOPENED
      * FOR UPDATE AND THE AUDIT LOG IS OPENED FOR THE REPLAY.
      *================================================================
           IF WS-RPT-IS-CLOSED
               GO TO 2500-START-ROLL-FORWARD-EXIT
           END-IF.

           CLOSE ENR-SEQ-FILE
                 ENR-IDX-FILE
                 CIX-IDX-FILE.

           IF WS-NOT-FATAL AND
              WS-LOAD-WRITE-COUNT NOT = WS-GEN-RECORD-COUNT
               DISPLAY "TE033FRC - GENERATION LOADED "
                       WS-LOAD-WRITE-COUNT " RECORDS, STAMP SAYS "
                       WS-GEN-RECORD-COUNT
               SET WS-FATAL TO TRUE
           END-IF.

           IF WS-FATAL
               DISPLAY "TE033FRC - RELOAD FAILED, ROLL FORWARD "
                       "NOT STARTED"
               SET WS-EOF TO TRUE
               GO TO 2500-START-ROLL-FORWARD-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-SW.

           OPEN I-O ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE033FRC - OPEN I-O ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               GO TO 2500-START-ROLL-FORWARD-EXIT
           END-IF.

           OPEN I-O CIX-IDX-FILE.
           IF NOT CIX-IDX-OK
               DISPLAY "TE033FRC - OPEN I-O ERROR ON ENRCIDX  STATUS="
                       WS-CIX-IDX-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               CLOSE ENR-IDX-FILE
               GO TO 2500-START-ROLL-FORWARD-EXIT
           END-IF.

           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUDIT-OK
               DISPLAY "TE033FRC - OPEN ERROR ON ENRAUDT  STATUS="
                       WS-AUDIT-STATUS
               SET WS-FATAL TO TRUE
               SET WS-EOF TO TRUE
               CLOSE ENR-IDX-FILE
                     CIX-IDX-FILE
               GO TO 2500-START-ROLL-FORWARD-EXIT
           END-IF.

           PERFORM 2610-READ-AUDIT-ROW
               THRU 2610-READ-AUDIT-ROW-EXIT.

       2500-START-ROLL-FORWARD-EXIT.
           EXIT.

      *================================================================
       2600-REPLAY-AUDIT-ROW.
      *----------------------------------------------------------------
      * THE LOG IS READ IN THE ORDER IT WAS WRITTEN, WHICH IS THE
      * ORDER THE UPDATES HIT THE MASTER.  EACH CALLER STAMPS ITS
      * ROWS WITH ITS OWN START TIME, SO THE STAMPS ARE NOT STRICTLY
      * ASCENDING ACROSS JOBS: EVERY ROW IS TESTED AGAINST THE
      * WINDOW RATHER THAN STOPPING AT THE FIRST ROW PAST THE STOP.
      *================================================================
           MOVE SPACES TO RCV-LINE.
           MOVE AUD-KEY       TO RCV-RPT-KEY.
           MOVE AUD-ACTION-CD TO RCV-RPT-ACTION.
           MOVE AUD-TS-DATE   TO RCV-RPT-TS-DATE.
           MOVE AUD-TS-TIME   TO RCV-RPT-TS-TIME.
           MOVE AUD-UPD-JOB   TO RCV-RPT-JOB.
           MOVE SPACES        TO WS-DETAIL-TEXT.

           IF AUD-TIMESTAMP < WS-CUT-STAMP
               ADD 1 TO WS-BEFORE-CUT-COUNT
               GO TO 2600-REPLAY-AUDIT-ROW-NEXT
           END-IF.

           IF AUD-TIMESTAMP > WS-STOP-STAMP
               ADD 1 TO WS-AFTER-STOP-COUNT
               MOVE "AFTER STOP - SKIPPED" TO RCV-RPT-RESULT
               PERFORM 2900-WRITE-REPORT-LINE
                   THRU 2900-WRITE-REPORT-LINE-EXIT
               GO TO 2600-REPLAY-AUDIT-ROW-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN AUD-ACTION-ADD
               WHEN AUD-ACTION-CHANGE
                   PERFORM 2700-APPLY-AFTER-IMAGE
                       THRU 2700-APPLY-AFTER-IMAGE-EXIT
               WHEN AUD-ACTION-DELETE
                   PERFORM 2800-APPLY-DELETE
                       THRU 2800-APPLY-DELETE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
                   MOVE "UNKNOWN ACTION CODE" TO WS-DETAIL-TEXT
           END-EVALUATE.

           PERFORM 2900-WRITE-REPORT-LINE
               THRU 2900-WRITE-REPORT-LINE-EXIT.

       2600-REPLAY-AUDIT-ROW-NEXT.
           PERFORM 2610-READ-AUDIT-ROW
               THRU 2610-READ-AUDIT-ROW-EXIT.

       2600-REPLAY-AUDIT-ROW-EXIT.
           EXIT.

      *================================================================
       2610-READ-AUDIT-ROW.
      *================================================================
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2610-READ-AUDIT-ROW-EXIT
           END-READ.

           ADD 1 TO WS-AUDIT-READ-COUNT.

       2610-READ-AUDIT-ROW-EXIT.
           EXIT.

      *================================================================
       2700-APPLY-AFTER-IMAGE.
      *----------------------------------------------------------------
      * ADDS AND CHANGES ARE APPLIED THE SAME WAY: THE AFTER IMAGE IS
      * THE WHOLE RECORD.  AN IMAGE WHOSE KEY DOES NOT MATCH THE ROW,
      * OR WHOSE COUNTS FALL OUTSIDE THE OCCURS BOUNDS, CANNOT BE
      * WRITTEN SAFELY AND IS LEFT FOR THE ANALYST.
      *================================================================
           MOVE AUD-KEY TO TEST-KEY-ENT OF TEST-ENR-IDX.

           READ ENR-IDX-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ENR-IDX-OK
               MOVE TEST-COMP OF TEST-ENR-IDX TO WS-OLD-COMP
           ELSE
               IF NOT ENR-IDX-NOTFOUND
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
                   STRING "ENRIDX READ ERROR, STATUS="
                          WS-ENR-IDX-STATUS
                          DELIMITED BY SIZE INTO WS-DETAIL-TEXT
                   GO TO 2700-APPLY-AFTER-IMAGE-EXIT
               END-IF
           END-IF.

           MOVE AUD-AFTER-IMAGE TO TEST-ENR-IDX.

           IF TEST-KEY-ENT OF TEST-ENR-IDX NOT = AUD-KEY OR
              TEST-ARR-BEF-CNT-IDX < 1 OR
              TEST-ARR-BEF-CNT-IDX > 4 OR
              TEST-ARR-AFT-CNT-IDX < 1 OR
              TEST-ARR-AFT-CNT-IDX > 6 OR
              TEST-CPLX-ARR-CNT-IDX < 1 OR
              TEST-CPLX-ARR-CNT-IDX > 10
               ADD 1 TO WS-FAILED-COUNT
               MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
               MOVE "AFTER IMAGE UNUSABLE" TO WS-DETAIL-TEXT
               GO TO 2700-APPLY-AFTER-IMAGE-EXIT
           END-IF.

           COMPUTE WS-ENR-IDX-LEN =
                   346 + (5 * TEST-ARR-BEF-CNT-IDX)
                       + (5 * TEST-ARR-AFT-CNT-IDX)
                       + (15 * TEST-CPLX-ARR-CNT-IDX).

           IF ENR-IDX-NOTFOUND
               PERFORM 2710-ADD-RECORD
                   THRU 2710-ADD-RECORD-EXIT
           ELSE
               PERFORM 2720-REWRITE-RECORD
                   THRU 2720-REWRITE-RECORD-EXIT
           END-IF.

       2700-APPLY-AFTER-IMAGE-EXIT.
           EXIT.

      *================================================================
       2710-ADD-RECORD.
      *================================================================
           WRITE TEST-ENR-IDX.
           IF NOT ENR-IDX-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
               STRING "ENRIDX WRITE ERROR, STATUS="
                      WS-ENR-IDX-STATUS
                      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               GO TO 2710-ADD-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-ADDED-COUNT.
           MOVE "ADDED               " TO RCV-RPT-RESULT.

           MOVE SPACES                       TO COMP-PATH-RECORD.
           MOVE TEST-COMP OF TEST-ENR-IDX    TO CIX-COMP.
           MOVE TEST-KEY-ENT OF TEST-ENR-IDX TO CIX-KEY-ENT.

           WRITE COMP-PATH-RECORD
               INVALID KEY
                   MOVE "PATH ROW ALREADY PRESENT" TO WS-DETAIL-TEXT
           END-WRITE.

       2710-ADD-RECORD-EXIT.
           EXIT.

      *================================================================
       2720-REWRITE-RECORD.
      *----------------------------------------------------------------
      * A TEST-COMP CHANGE (TE006INQ COMP FIX, TE013CMG MERGE) MOVES
      * THE PATH ROW: OLD COMPANY'S ROW OUT, NEW COMPANY'S ROW IN.
      *================================================================
           REWRITE TEST-ENR-IDX.
           IF NOT ENR-IDX-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
               STRING "ENRIDX REWRITE ERROR, STATUS="
                      WS-ENR-IDX-STATUS
                      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               GO TO 2720-REWRITE-RECORD-EXIT
           END-IF.

           ADD 1 TO WS-REWRITTEN-COUNT.
           MOVE "REWRITTEN           " TO RCV-RPT-RESULT.

           IF TEST-COMP OF TEST-ENR-IDX = WS-OLD-COMP
               GO TO 2720-REWRITE-RECORD-EXIT
           END-IF.

           MOVE WS-OLD-COMP                  TO CIX-COMP.
           MOVE TEST-KEY-ENT OF TEST-ENR-IDX TO CIX-KEY-ENT.

           DELETE CIX-IDX-FILE
               INVALID KEY
                   MOVE "OLD PATH ROW ALREADY MISSING"
                                             TO WS-DETAIL-TEXT
           END-DELETE.

           MOVE SPACES                       TO COMP-PATH-RECORD.
           MOVE TEST-COMP OF TEST-ENR-IDX    TO CIX-COMP.
           MOVE TEST-KEY-ENT OF TEST-ENR-IDX TO CIX-KEY-ENT.

           WRITE COMP-PATH-RECORD
               INVALID KEY
                   MOVE "NEW PATH ROW ALREADY PRESENT"
                                             TO WS-DETAIL-TEXT
           END-WRITE.

           IF WS-DETAIL-TEXT = SPACES
               STRING "COMPANY " WS-OLD-COMP " TO "
                      TEST-COMP OF TEST-ENR-IDX
                      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
           END-IF.

       2720-REWRITE-RECORD-EXIT.
           EXIT.

      *================================================================
       2800-APPLY-DELETE.
      *----------------------------------------------------------------
      * A KEY ALREADY ABSENT WAS DELETED BEFORE THE GENERATION WAS
      * CUT (THE ROW FALLS IN THE OVERLAP AT THE CUT); NOTHING TO DO.
      *================================================================
           MOVE AUD-KEY TO TEST-KEY-ENT OF TEST-ENR-IDX.

           READ ENR-IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE "ALREADY ABSENT      " TO RCV-RPT-RESULT
                   GO TO 2800-APPLY-DELETE-EXIT
           END-READ.

           IF NOT ENR-IDX-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
               STRING "ENRIDX READ ERROR, STATUS="
                      WS-ENR-IDX-STATUS
                      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               GO TO 2800-APPLY-DELETE-EXIT
           END-IF.

           MOVE TEST-COMP OF TEST-ENR-IDX TO WS-OLD-COMP.

           DELETE ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "*NOT APPLIED*       " TO RCV-RPT-RESULT
               STRING "ENRIDX DELETE ERROR, STATUS="
                      WS-ENR-IDX-STATUS
                      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               GO TO 2800-APPLY-DELETE-EXIT
           END-IF.

           ADD 1 TO WS-DELETED-COUNT.
           MOVE "DELETED             " TO RCV-RPT-RESULT.

           MOVE WS-OLD-COMP TO CIX-COMP.
           MOVE AUD-KEY     TO CIX-KEY-ENT.

           DELETE CIX-IDX-FILE
               INVALID KEY
                   MOVE "PATH ROW ALREADY MISSING" TO WS-DETAIL-TEXT
           END-DELETE.

       2800-APPLY-DELETE-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-REPORT-LINE.
      *================================================================
           MOVE WS-DETAIL-TEXT TO RCV-RPT-DETAIL.

           WRITE RCV-LINE.
           IF NOT RCV-RPT-OK
               DISPLAY "TE033FRC - WRITE ERROR ON RCVRPT  STATUS="
                       WS-RCV-RPT-STATUS
           END-IF.

       2900-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-NOT-FATAL
               CLOSE ENR-IDX-FILE
                     CIX-IDX-FILE
                     AUDIT-LOG-FILE
           END-IF.

           IF WS-RPT-IS-OPEN
               CLOSE RCV-RPT-FILE
           END-IF.

           DISPLAY "TE033FRC - GENERATION RECORDS READ  : "
                   WS-LOAD-READ-COUNT.
           DISPLAY "TE033FRC - GENERATION RECORDS LOADED: "
                   WS-LOAD-WRITE-COUNT.
           DISPLAY "TE033FRC - PATH ROWS LOADED         : "
                   WS-PATH-WRITE-COUNT.
           DISPLAY "TE033FRC - AUDIT ROWS READ          : "
                   WS-AUDIT-READ-COUNT.
           DISPLAY "TE033FRC - ROWS BEFORE THE CUT      : "
                   WS-BEFORE-CUT-COUNT.
           DISPLAY "TE033FRC - ROWS AFTER THE STOP      : "
                   WS-AFTER-STOP-COUNT.
           DISPLAY "TE033FRC - RECORDS ADDED            : "
                   WS-ADDED-COUNT.
           DISPLAY "TE033FRC - RECORDS REWRITTEN        : "
                   WS-REWRITTEN-COUNT.
           DISPLAY "TE033FRC - RECORDS DELETED          : "
                   WS-DELETED-COUNT.
           DISPLAY "TE033FRC - DELETES ALREADY ABSENT   : "
                   WS-ABSENT-COUNT.
           DISPLAY "TE033FRC - ROWS NOT APPLIED         : "
                   WS-FAILED-COUNT.

      *----------------------------------------------------------------
      * A RECOVERY THAT SKIPPED A ROW IS NOT THE LAST GOOD STATE.
      * THE RETURN CODE KEEPS THE STREAM HELD UNTIL THE ROWS MARKED
      * NOT APPLIED ON RCVRPT HAVE BEEN DEALT WITH.
      *----------------------------------------------------------------
           IF WS-FATAL OR WS-FAILED-COUNT > ZERO
               DISPLAY "TE033FRC - RECOVERY DID NOT COMPLETE CLEAN, "
                       "HOLD THE STREAM"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TE033FRC - RECOVERY COMPLETE, RUN TE020CHK "
                       "BEFORE RELEASING THE STREAM"
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
