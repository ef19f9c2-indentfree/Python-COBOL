      *                    MISSING FILE MEANS THE ROUTING STEP DID
      *                    NOT FINISH, AND RUNNING WITHOUT IT WOULD
      *                    DROP TONIGHT'S HOLDS SILENTLY.
      *   2026-10-15  DP   A STAMP ROW (HLDNSTP, TE036CFS LAYOUT)
      *                    WITH THE RUN DATE AND ROW COUNT IS NOW
      *                    WRITTEN BESIDE HLDNEW FOR THE TE036RDY
      *                    READINESS CHECK.
      *   2026-10-15  DP   EVERY RELEASED OR REJECTED HOLD IS LOGGED
      *                    TO HLDCLR (TE041CLR LAYOUT) WITH ITS
      *                    SOURCE SYSTEM AND BUSINESS DAYS HELD, FOR
      *                    THE TE041DQS MONTHLY SCORECARD.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE023HMG.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-NEW-STATUS.

           SELECT CFS-STMP-FILE ASSIGN TO "HLDNSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFS-STMP-STATUS.

           SELECT HLD-COK-FILE ASSIGN TO "HLDCOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-COK-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-RPT-STATUS.

           SELECT HLD-CLR-FILE ASSIGN TO "HLDCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-CLR-STATUS.

           SELECT CAL-IDX-FILE ASSIGN TO "CALXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY "TE023HLD.cpy"
               REPLACING HOLD-MST-RECORD BY HOLD-NEW-RECORD.

       FD  CFS-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE036CFS.cpy".

       FD  HLD-COK-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-HLD-COK-LEN.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 HRP-LABEL                 PIC X(30).

       FD  HLD-CLR-FILE
           RECORDING MODE IS F.
           COPY "TE041CLR.cpy".

       FD  CAL-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE022CAL.cpy".
       01  WS-HLD-NEW-STATUS            PIC X(02).
           88 HLD-NEW-OK                          VALUE "00".

       01  WS-CFS-STMP-STATUS           PIC X(02).
           88 CFS-STMP-OK                         VALUE "00".

       01  WS-HLD-COK-STATUS            PIC X(02).
           88 HLD-COK-OK                          VALUE "00".

       01  WS-HLD-RPT-STATUS            PIC X(02).
           88 HLD-RPT-OK                          VALUE "00".

       01  WS-HLD-CLR-STATUS            PIC X(02).
           88 HLD-CLR-OK                          VALUE "00".

       01  WS-CAL-IDX-STATUS            PIC X(02).
           88 CAL-IDX-OK                          VALUE "00".
           88 CAL-IDX-NOTFOUND                    VALUE "23".
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT HLD-CLR-FILE.
           IF NOT HLD-CLR-OK
               DISPLAY "TE023HMG - OPEN ERROR ON HLDCLR  STATUS="
                       WS-HLD-CLR-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

                   MOVE "REJECTED" TO HRP-DISPOSITION
                   PERFORM 2800-WRITE-REPORT-LINE
                       THRU 2800-WRITE-REPORT-LINE-EXIT
                   MOVE WS-HOLD-ENR-IMAGE TO TEST-ENR-REL
                   MOVE SPACES TO CLEARANCE-RECORD
                   SET CLR-REJECTED TO TRUE
                   PERFORM 2650-WRITE-CLEARANCE
                       THRU 2650-WRITE-CLEARANCE-EXIT
                   GO TO 2500-DISPOSE-ONE-KEY-EXIT
               END-IF
           END-IF.
           PERFORM 2800-WRITE-REPORT-LINE
               THRU 2800-WRITE-REPORT-LINE-EXIT.

           MOVE SPACES TO CLEARANCE-RECORD.
           SET CLR-RELEASED TO TRUE.
           PERFORM 2650-WRITE-CLEARANCE
               THRU 2650-WRITE-CLEARANCE-EXIT.

       2600-WRITE-RELEASED-RECORD-EXIT.
           EXIT.

      *================================================================
       2650-WRITE-CLEARANCE.
      *----------------------------------------------------------------
      * ONE HLDCLR ROW FOR THE KEY LEAVING THE HOLD MASTER.  THE
      * CALLER HAS THE HELD IMAGE IN TEST-ENR-REL, CLEARS THE ROW AND
      * SETS CLR-DISPOSITION; THE DAYS HELD ARE THOSE JUST PRINTED ON
      * HLDAGE BY 2800-WRITE-REPORT-LINE.
      *================================================================
           MOVE "HLDMST  "              TO CLR-MASTER.
           MOVE WS-HOLD-KEY-ENT         TO CLR-KEY-ENT.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-REL
                                        TO CLR-SRC-SYS.
           MOVE WS-HOLD-FIRST-HELD-DATE TO CLR-FIRST-DATE.
           MOVE WS-CURRENT-DATE         TO CLR-CLEARED-DATE.
           MOVE WS-BUS-DAY-AGE          TO CLR-BUS-DAYS.

           WRITE CLEARANCE-RECORD.
           IF NOT HLD-CLR-OK
               DISPLAY "TE023HMG - WRITE ERROR ON HLDCLR  KEY="
                       WS-HOLD-KEY-ENT
                       "  STATUS=" WS-HLD-CLR-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2650-WRITE-CLEARANCE-EXIT.
           EXIT.

      *================================================================
       2700-CARRY-FORWARD-HOLD.
      *================================================================
               CLOSE HLD-NEW-FILE
                     HLD-COK-FILE
                     HLD-RPT-FILE
                     HLD-CLR-FILE
               PERFORM 3300-WRITE-CARRY-STAMP
                   THRU 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           PERFORM 3200-POST-RUN-CONTROL

       3210-CALL-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       3300-WRITE-CARRY-STAMP.
      *----------------------------------------------------------------
      * THE STAMP CATALOGED WITH THE NEW HLDMST GENERATION: RUN DATE
      * AND ROW COUNT, SO TE036RDY CAN PROVE TOMORROW NIGHT THAT THE
      * HLDMST IT IS GIVEN IS TONIGHT'S, AND WHOLE.
      *================================================================
           OPEN OUTPUT CFS-STMP-FILE.
           IF NOT CFS-STMP-OK
               DISPLAY "TE023HMG - OPEN ERROR ON HLDNSTP  STATUS="
                       WS-CFS-STMP-STATUS
               GO TO 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           MOVE SPACES               TO CARRY-STAMP-RECORD.
           MOVE "HLDMST  "           TO CFS-MASTER-ID.
           MOVE "TE023HMG"           TO CFS-PROGRAM.
           MOVE WS-CURRENT-DATE      TO CFS-RUN-DATE.
           MOVE WS-STILL-HELD-COUNT  TO CFS-RECORD-COUNT.
           IF WS-RUN-CLEAN
               SET CFS-COMPLETE TO TRUE
           ELSE
               SET CFS-INCOMPLETE TO TRUE
           END-IF.

           WRITE CARRY-STAMP-RECORD.
           IF NOT CFS-STMP-OK
               DISPLAY "TE023HMG - WRITE ERROR ON HLDNSTP  STATUS="
                       WS-CFS-STMP-STATUS
           END-IF.

           CLOSE CFS-STMP-FILE.

       3300-WRITE-CARRY-STAMP-EXIT.
           EXIT.
