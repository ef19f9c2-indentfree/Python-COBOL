      *================================================================
      * PROGRAM-ID : TE034UCD
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * UNAUDITED-CHANGE DETECTOR.
      * TE004WAL ONLY LOGS WHAT A PROGRAM CHOOSES TO LOG; A UTILITY,
      * A RELOAD OR A PROGRAM THAT FORGETS THE CALL CAN PATCH ENRIDX
      * AND LEAVE NO TRACE.  THIS JOB PROVES IT DID NOT HAPPEN.  IT
      * COMPARES TWO CONSECUTIVE MASTER GENERATIONS CUT BY TE032BKP
      * -- YESTERDAY'S (ENRGENP, STAMP ENRGSTP) AND TODAY'S (ENRGENC,
      * STAMP ENRGSTC) -- RECORD BY RECORD ON TEST-KEY-ENT AND EVERY
      * BYTE OF THE TEST-ENR LAYOUT, AND HOLDS EVERY DIFFERENCE UP
      * AGAINST THE ENRAUDT ROWS STAMPED INSIDE THE WINDOW BETWEEN
      * THE TWO CUTS.
      *
      * THE AUDIT ROWS IN THE WINDOW ARE SORTED INTO KEY ORDER,
      * KEEPING LOG ORDER WITHIN A KEY, AND ONLY THE LAST ROW PER KEY
      * COUNTS: IT MUST DESCRIBE THE STATE TODAY'S MASTER IS IN.
      *   - A KEY ADDED OR CHANGED SINCE YESTERDAY NEEDS A LAST ROW OF
      *     "A" OR "C" WHOSE AFTER IMAGE EQUALS TODAY'S RECORD.
      *   - A KEY DELETED SINCE YESTERDAY NEEDS A LAST ROW OF "D".
      *   - A KEY THE LOG TOUCHED WITHOUT A NET DIFFERENCE MUST STILL
      *     AGREE WITH THE MASTER: AN "A"/"C" IMAGE MUST EQUAL TODAY'S
      *     RECORD, AND A "D" MUST LEAVE THE KEY OFF TODAY'S MASTER.
      * ANY DIFFERENCE WITHOUT A MATCHING ROW, AND ANY ROW THAT
      * DISAGREES WITH THE MASTER, GOES ON THE EXCEPTIONS REPORT
      * (UCDRPT) -- ONE LINE PER DIFFERING FIELD, WITH TODAY'S VALUE
      * BESIDE YESTERDAY'S OR THE AUDIT IMAGE'S -- AND THE JOB ENDS
      * WITH RETURN CODE 8.  A CLEAN COMPARE ENDS WITH ZERO.
      *
      * BOTH GENERATIONS MUST CARRY A COMPLETE TE032GEN STAMP, AND
      * TODAY'S CUT MUST FOLLOW YESTERDAY'S, OR NOTHING IS COMPARED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE034UCD.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRV-GEN-FILE ASSIGN TO "ENRGENP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-GEN-STATUS.

           SELECT CUR-GEN-FILE ASSIGN TO "ENRGENC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-GEN-STATUS.

           SELECT PRV-STMP-FILE ASSIGN TO "ENRGSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STMP-STATUS.

           SELECT CUR-STMP-FILE ASSIGN TO "ENRGSTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-STMP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "ENRAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".

           SELECT UCD-RPT-FILE ASSIGN TO "UCDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UCD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRV-GEN-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-PRV-GEN-LEN.
           COPY "cobol-test.cpy".

       FD  CUR-GEN-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-CUR-GEN-LEN.
           COPY "cobol-test.cpy"
               REPLACING TEST-ENR BY TEST-ENR-CUR
                         TEST-SIMPLE-ARRAY-BEFORE-CNT
                                  BY TEST-ARR-BEF-CNT-CUR
                         TEST-SIMPLE-ARRAY-AFTER-CNT
                                  BY TEST-ARR-AFT-CNT-CUR
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-CUR.

       FD  PRV-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE032GEN.cpy".

       FD  CUR-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE032GEN.cpy"
               REPLACING GEN-STAMP-RECORD BY GEN-STAMP-CUR.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY "TE004AUD.cpy".

      *----------------------------------------------------------------
      * SORT RECORD: ONE AUDIT ROW FROM THE WINDOW, CARRYING ITS
      * POSITION IN THE LOG SO ROWS FOR ONE KEY COME BACK IN THE
      * ORDER THEY HIT THE MASTER -- A JOB STAMPS EVERY ROW WITH ITS
      * OWN START TIME, SO THE TIMESTAMP ALONE CANNOT ORDER TWO
      * CHANGES TO ONE KEY IN ONE RUN.
      *----------------------------------------------------------------
       SD  SORT-WORK-FILE.
       01  SRT-RECORD.
           03 SRT-KEY                   PIC X(12).
           03 SRT-LOG-SEQ               PIC 9(09).
           03 SRT-TIMESTAMP.
              05 SRT-TS-DATE            PIC 9(08).
              05 SRT-TS-TIME            PIC 9(08).
           03 SRT-ACTION-CD             PIC X(01).
           03 SRT-UPD-USER              PIC X(10).
           03 SRT-UPD-JOB               PIC X(08).
           03 SRT-AFTER-IMAGE           PIC X(546).

       FD  UCD-RPT-FILE
           RECORDING MODE IS F.
       01  UCD-LINE.
           03 UCD-KEY                   PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UCD-CHECK                 PIC X(24).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UCD-JOB                   PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UCD-FIELD                 PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UCD-MASTER-VALUE          PIC X(40).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 UCD-OTHER-VALUE           PIC X(40).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *----------------------------------------------------------------
       01  WS-PRV-GEN-STATUS            PIC X(02).
           88 PRV-GEN-OK                          VALUE "00".

       01  WS-CUR-GEN-STATUS            PIC X(02).
           88 CUR-GEN-OK                          VALUE "00".

       01  WS-PRV-STMP-STATUS           PIC X(02).
           88 PRV-STMP-OK                         VALUE "00".

       01  WS-CUR-STMP-STATUS           PIC X(02).
           88 CUR-STMP-OK                         VALUE "00".

       01  WS-AUDIT-STATUS              PIC X(02).
           88 AUDIT-OK                            VALUE "00".

       01  WS-UCD-RPT-STATUS            PIC X(02).
           88 UCD-RPT-OK                          VALUE "00".

      *----------------------------------------------------------------
      * VARIABLE-LENGTH RECORD LENGTH FIELDS, SET BY THE RUNTIME ON
      * EVERY READ.
      *----------------------------------------------------------------
       01  WS-PRV-GEN-LEN               PIC 9(04) COMP.
       01  WS-CUR-GEN-LEN               PIC 9(04) COMP.

       01  WS-LOG-EOF-SW                PIC X(01).
           88 WS-LOG-EOF                           VALUE "Y".
           88 WS-LOG-NOT-EOF                       VALUE "N".

       01  WS-SRT-EOF-SW                PIC X(01).
           88 WS-SRT-EOF                           VALUE "Y".
           88 WS-SRT-NOT-EOF                       VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL                             VALUE "Y".
           88 WS-NOT-FATAL                         VALUE "N".

       01  WS-COUNTERS.
           03 WS-LOG-READ-COUNT         PIC 9(09) COMP.
           03 WS-WINDOW-ROW-COUNT       PIC 9(09) COMP.
           03 WS-PRV-READ-COUNT         PIC 9(09) COMP.
           03 WS-CUR-READ-COUNT         PIC 9(09) COMP.
           03 WS-UNCHANGED-COUNT        PIC 9(09) COMP.
           03 WS-CHANGED-COUNT          PIC 9(09) COMP.
           03 WS-ADDED-COUNT            PIC 9(09) COMP.
           03 WS-DELETED-COUNT          PIC 9(09) COMP.
           03 WS-MATCHED-COUNT          PIC 9(09) COMP.
           03 WS-EXCEPTION-KEY-COUNT    PIC 9(09) COMP.
           03 WS-EXCEPTION-LINE-COUNT   PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE AUDIT WINDOW: YESTERDAY'S CUT (INCLUSIVE) TO TODAY'S CUT
      * (EXCLUSIVE), EACH AS ONE 16-DIGIT DATE+TIME COMPOSITE.
      *----------------------------------------------------------------
       01  WS-FROM-STAMP.
           03 WS-FROM-DATE               PIC 9(08).
           03 WS-FROM-TIME               PIC 9(08).

       01  WS-TO-STAMP.
           03 WS-TO-DATE                 PIC 9(08).
           03 WS-TO-TIME                 PIC 9(08).

      *----------------------------------------------------------------
      * THE THREE INPUT STREAMS OF THE MATCH, EACH POSITIONED ON ITS
      * NEXT KEY.  HIGH-VALUES MARKS A STREAM AT END.  THE LOW KEY IS
      * THE ONE BEING DECIDED.
      *----------------------------------------------------------------
       01  WS-PRV-KEY                   PIC X(12).
       01  WS-CUR-KEY                   PIC X(12).
       01  WS-AUD-KEY                   PIC X(12).
       01  WS-LOW-KEY                   PIC X(12).
       01  WS-LAST-PRV-KEY              PIC X(12).
       01  WS-LAST-CUR-KEY              PIC X(12).

       01  WS-ON-PRV-SW                 PIC X(01).
           88 WS-ON-PRV                            VALUE "Y".
           88 WS-NOT-ON-PRV                        VALUE "N".

       01  WS-ON-CUR-SW                 PIC X(01).
           88 WS-ON-CUR                            VALUE "Y".
           88 WS-NOT-ON-CUR                        VALUE "N".

       01  WS-ON-AUD-SW                 PIC X(01).
           88 WS-ON-AUD                            VALUE "Y".
           88 WS-NOT-ON-AUD                        VALUE "N".

      *----------------------------------------------------------------
      * THE LAST AUDIT ROW IN THE WINDOW FOR WS-AUD-KEY.  THE SORT
      * IS READ ONE ROW AHEAD, SO THE ROW THAT BREAKS THE KEY WAITS
      * IN THE SORT RECORD UNTIL ITS OWN KEY COMES UP.
      *----------------------------------------------------------------
       01  WS-AUD-LAST-ROW.
           03 WS-AUD-LAST-ACTION        PIC X(01).
              88 WS-AUD-LAST-ADD                   VALUE "A".
              88 WS-AUD-LAST-CHANGE                VALUE "C".
              88 WS-AUD-LAST-DELETE                VALUE "D".
           03 WS-AUD-LAST-JOB           PIC X(08).
           03 WS-AUD-LAST-IMAGE         PIC X(546).

      *----------------------------------------------------------------
      * WHOLE-RECORD IMAGES FOR THE BYTE COMPARE.  A SHORTER RECORD
      * IS CARRIED SPACE-PADDED, THE WAY TE004WAL'S CALLERS PASS IT.
      *----------------------------------------------------------------
       01  WS-PRV-IMAGE                 PIC X(546).
       01  WS-CUR-IMAGE                 PIC X(546).

      *----------------------------------------------------------------
      * THE "OTHER" SIDE OF A FIELD-BY-FIELD COMPARE (YESTERDAY'S
      * RECORD OR THE AUDIT AFTER IMAGE) DECODED BACK INTO THE
      * TEST-ENR LAYOUT.  TODAY'S SIDE IS THE ENRGENC RECORD ITSELF.
      *----------------------------------------------------------------
       COPY "cobol-test.cpy"
           REPLACING TEST-ENR BY TEST-ENR-OTH
                     TEST-SIMPLE-ARRAY-BEFORE-CNT
                              BY TEST-ARR-BEF-CNT-OTH
                     TEST-SIMPLE-ARRAY-AFTER-CNT
                              BY TEST-ARR-AFT-CNT-OTH
                     TEST-COMPLEXE-ARRAY-CNT
                              BY TEST-CPLX-ARR-CNT-OTH.

      *----------------------------------------------------------------
      * ONE GENERIC COMPARE: THE FIELD NAME AND THE TWO DISPLAY
      * VALUES ARE STAGED HERE, THEN 2760-CHECK-ONE-FIELD PRINTS A
      * LINE ONLY WHEN THEY DIFFER.
      *----------------------------------------------------------------
       01  WS-CHECK-TEXT                PIC X(24).
       01  WS-CHECK-JOB                 PIC X(08).
       01  WS-FLD-NAME                  PIC X(12).
       01  WS-MST-VALUE                 PIC X(40).
       01  WS-OTH-VALUE                 PIC X(40).
       01  WS-FIELD-LINE-COUNT          PIC 9(04) COMP.

       01  WS-MNT-MST-ED                PIC -9(10).9(9).
       01  WS-MNT-OTH-ED                PIC -9(10).9(9).
       01  WS-CNT-MST-ED                PIC Z9.
       01  WS-CNT-OTH-ED                PIC Z9.

       01  WS-SUB                       PIC 9(02) COMP.
       01  WS-MIN-CNT                   PIC 9(02) COMP.
       01  WS-SUB-ED                    PIC 99.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NOT-FATAL
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-KEY
                                    SRT-LOG-SEQ
                   INPUT PROCEDURE IS 2000-SELECT-WINDOW-ROWS
                       THRU 2000-SELECT-WINDOW-ROWS-EXIT
                   OUTPUT PROCEDURE IS 2300-MATCH-GENERATIONS
                       THRU 2300-MATCH-GENERATIONS-EXIT
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           SET WS-NOT-FATAL TO TRUE.
           SET WS-LOG-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-LOG-READ-COUNT
                        WS-WINDOW-ROW-COUNT
                        WS-PRV-READ-COUNT
                        WS-CUR-READ-COUNT
                        WS-UNCHANGED-COUNT
                        WS-CHANGED-COUNT
                        WS-ADDED-COUNT
                        WS-DELETED-COUNT
                        WS-MATCHED-COUNT
                        WS-EXCEPTION-KEY-COUNT
                        WS-EXCEPTION-LINE-COUNT.

           PERFORM 1100-READ-GENERATION-STAMPS
               THRU 1100-READ-GENERATION-STAMPS-EXIT.

           IF WS-FATAL
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           DISPLAY "TE034UCD - AUDIT WINDOW " WS-FROM-DATE "/"
                   WS-FROM-TIME " TO " WS-TO-DATE "/" WS-TO-TIME.

           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUDIT-OK
               DISPLAY "TE034UCD - OPEN ERROR ON ENRAUDT  STATUS="
                       WS-AUDIT-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT PRV-GEN-FILE.
           IF NOT PRV-GEN-OK
               DISPLAY "TE034UCD - OPEN ERROR ON ENRGENP  STATUS="
                       WS-PRV-GEN-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CUR-GEN-FILE.
           IF NOT CUR-GEN-OK
               DISPLAY "TE034UCD - OPEN ERROR ON ENRGENC  STATUS="
                       WS-CUR-GEN-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT UCD-RPT-FILE.
           IF NOT UCD-RPT-OK
               DISPLAY "TE034UCD - OPEN ERROR ON UCDRPT  STATUS="
                       WS-UCD-RPT-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-READ-GENERATION-STAMPS.
      *----------------------------------------------------------------
      * THE TWO CUTS BOUND THE AUDIT WINDOW.  A GENERATION WITHOUT A
      * COMPLETE STAMP IS NOT A GOOD BACKUP, AND TWO CUTS OUT OF
      * ORDER MEAN THE DDS POINT AT THE WRONG GENERATIONS.
      *================================================================
           OPEN INPUT PRV-STMP-FILE.
           IF NOT PRV-STMP-OK
               DISPLAY "TE034UCD - OPEN ERROR ON ENRGSTP  STATUS="
                       WS-PRV-STMP-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMPS-EXIT
           END-IF.

           READ PRV-STMP-FILE
               AT END
                   MOVE SPACES TO GEN-STAMP-RECORD
           END-READ.
           CLOSE PRV-STMP-FILE.

           OPEN INPUT CUR-STMP-FILE.
           IF NOT CUR-STMP-OK
               DISPLAY "TE034UCD - OPEN ERROR ON ENRGSTC  STATUS="
                       WS-CUR-STMP-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMPS-EXIT
           END-IF.

           READ CUR-STMP-FILE
               AT END
                   MOVE SPACES TO GEN-STAMP-CUR
           END-READ.
           CLOSE CUR-STMP-FILE.

           IF NOT GEN-COMPLETE OF GEN-STAMP-RECORD OR
              GEN-CUT-STAMP OF GEN-STAMP-RECORD NOT NUMERIC
               DISPLAY "TE034UCD - YESTERDAY'S GENERATION STAMP IS "
                       "NOT COMPLETE, RUN STOPPED"
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMPS-EXIT
           END-IF.

           IF NOT GEN-COMPLETE OF GEN-STAMP-CUR OR
              GEN-CUT-STAMP OF GEN-STAMP-CUR NOT NUMERIC
               DISPLAY "TE034UCD - TODAY'S GENERATION STAMP IS "
                       "NOT COMPLETE, RUN STOPPED"
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-GENERATION-STAMPS-EXIT
           END-IF.

           MOVE GEN-CUT-DATE OF GEN-STAMP-RECORD TO WS-FROM-DATE.
           MOVE GEN-CUT-TIME OF GEN-STAMP-RECORD TO WS-FROM-TIME.
           MOVE GEN-CUT-DATE OF GEN-STAMP-CUR    TO WS-TO-DATE.
           MOVE GEN-CUT-TIME OF GEN-STAMP-CUR    TO WS-TO-TIME.

           IF WS-TO-STAMP NOT > WS-FROM-STAMP
               DISPLAY "TE034UCD - TODAY'S GENERATION WAS NOT CUT "
                       "AFTER YESTERDAY'S, RUN STOPPED"
               SET WS-FATAL TO TRUE
           END-IF.

       1100-READ-GENERATION-STAMPS-EXIT.
           EXIT.

      *================================================================
       2000-SELECT-WINDOW-ROWS.
      *----------------------------------------------------------------
      * SORT INPUT PROCEDURE: RELEASES ONLY THE LOG ROWS STAMPED
      * INSIDE THE WINDOW, EACH TAGGED WITH ITS LOG POSITION.
      *================================================================
           PERFORM 2100-READ-ONE-LOG-ROW
               THRU 2100-READ-ONE-LOG-ROW-EXIT
               UNTIL WS-LOG-EOF.

       2000-SELECT-WINDOW-ROWS-EXIT.
           EXIT.

      *================================================================
       2100-READ-ONE-LOG-ROW.
      *================================================================
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 2100-READ-ONE-LOG-ROW-EXIT
           END-READ.

           ADD 1 TO WS-LOG-READ-COUNT.

           IF AUD-TIMESTAMP < WS-FROM-STAMP OR
              AUD-TIMESTAMP NOT < WS-TO-STAMP
               GO TO 2100-READ-ONE-LOG-ROW-EXIT
           END-IF.

           ADD 1 TO WS-WINDOW-ROW-COUNT.

           MOVE AUD-KEY           TO SRT-KEY.
           MOVE WS-LOG-READ-COUNT TO SRT-LOG-SEQ.
           MOVE AUD-TIMESTAMP     TO SRT-TIMESTAMP.
           MOVE AUD-ACTION-CD     TO SRT-ACTION-CD.
           MOVE AUD-UPD-USER      TO SRT-UPD-USER.
           MOVE AUD-UPD-JOB       TO SRT-UPD-JOB.
           MOVE AUD-AFTER-IMAGE   TO SRT-AFTER-IMAGE.
           RELEASE SRT-RECORD.

       2100-READ-ONE-LOG-ROW-EXIT.
           EXIT.

      *================================================================
       2300-MATCH-GENERATIONS.
      *----------------------------------------------------------------
      * SORT OUTPUT PROCEDURE: A THREE-WAY MATCH ON TEST-KEY-ENT OF
      * YESTERDAY'S GENERATION, TODAY'S GENERATION AND THE SORTED
      * AUDIT ROWS, UNTIL ALL THREE ARE AT END.
      *================================================================
           SET WS-SRT-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO WS-LAST-PRV-KEY
                              WS-LAST-CUR-KEY.

           PERFORM 2310-RETURN-SORTED-ROW
               THRU 2310-RETURN-SORTED-ROW-EXIT.
           PERFORM 2320-COLLECT-AUDIT-KEY
               THRU 2320-COLLECT-AUDIT-KEY-EXIT.
           PERFORM 2330-READ-PRV-GEN
               THRU 2330-READ-PRV-GEN-EXIT.
           PERFORM 2340-READ-CUR-GEN
               THRU 2340-READ-CUR-GEN-EXIT.

           PERFORM 2400-DECIDE-ONE-KEY
               THRU 2400-DECIDE-ONE-KEY-EXIT
               UNTIL WS-FATAL OR
                     (WS-PRV-KEY = HIGH-VALUES AND
                      WS-CUR-KEY = HIGH-VALUES AND
                      WS-AUD-KEY = HIGH-VALUES).

       2300-MATCH-GENERATIONS-EXIT.
           EXIT.

      *================================================================
       2310-RETURN-SORTED-ROW.
      *================================================================
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SRT-EOF TO TRUE
           END-RETURN.

       2310-RETURN-SORTED-ROW-EXIT.
           EXIT.

      *================================================================
       2320-COLLECT-AUDIT-KEY.
      *----------------------------------------------------------------
      * GATHERS EVERY SORTED ROW FOR THE NEXT KEY, KEEPING ONLY THE
      * LAST ONE.  ON RETURN THE SORT RECORD HOLDS THE FIRST ROW OF
      * THE FOLLOWING KEY (OR THE SORT IS AT END).
      *================================================================
           IF WS-SRT-EOF
               MOVE HIGH-VALUES TO WS-AUD-KEY
               GO TO 2320-COLLECT-AUDIT-KEY-EXIT
           END-IF.

           MOVE SRT-KEY TO WS-AUD-KEY.

           PERFORM 2325-KEEP-AUDIT-ROW
               THRU 2325-KEEP-AUDIT-ROW-EXIT
               UNTIL WS-SRT-EOF OR SRT-KEY NOT = WS-AUD-KEY.

       2320-COLLECT-AUDIT-KEY-EXIT.
           EXIT.

      *================================================================
       2325-KEEP-AUDIT-ROW.
      *================================================================
           MOVE SRT-ACTION-CD   TO WS-AUD-LAST-ACTION.
           MOVE SRT-UPD-JOB     TO WS-AUD-LAST-JOB.
           MOVE SRT-AFTER-IMAGE TO WS-AUD-LAST-IMAGE.

           PERFORM 2310-RETURN-SORTED-ROW
               THRU 2310-RETURN-SORTED-ROW-EXIT.

       2325-KEEP-AUDIT-ROW-EXIT.
           EXIT.

      *================================================================
       2330-READ-PRV-GEN.
      *----------------------------------------------------------------
      * A GENERATION IS AN UNLOAD OF THE KSDS, SO IT IS IN STRICT
      * KEY ORDER; ANYTHING ELSE MEANS THE WRONG FILE IS ON THE DD
      * AND THE MATCH CANNOT BE TRUSTED.
      *================================================================
           READ PRV-GEN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRV-KEY
                   GO TO 2330-READ-PRV-GEN-EXIT
           END-READ.

           ADD 1 TO WS-PRV-READ-COUNT.
           MOVE TEST-KEY-ENT OF TEST-ENR TO WS-PRV-KEY.

           IF WS-PRV-KEY NOT > WS-LAST-PRV-KEY
               DISPLAY "TE034UCD - ENRGENP OUT OF KEY SEQUENCE AT "
                       WS-PRV-KEY ", RUN STOPPED"
               SET WS-FATAL TO TRUE
           END-IF.

           MOVE WS-PRV-KEY TO WS-LAST-PRV-KEY.

       2330-READ-PRV-GEN-EXIT.
           EXIT.

      *================================================================
       2340-READ-CUR-GEN.
      *================================================================
           READ CUR-GEN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
                   GO TO 2340-READ-CUR-GEN-EXIT
           END-READ.

           ADD 1 TO WS-CUR-READ-COUNT.
           MOVE TEST-KEY-ENT OF TEST-ENR-CUR TO WS-CUR-KEY.

           IF WS-CUR-KEY NOT > WS-LAST-CUR-KEY
               DISPLAY "TE034UCD - ENRGENC OUT OF KEY SEQUENCE AT "
                       WS-CUR-KEY ", RUN STOPPED"
               SET WS-FATAL TO TRUE
           END-IF.

           MOVE WS-CUR-KEY TO WS-LAST-CUR-KEY.

       2340-READ-CUR-GEN-EXIT.
           EXIT.

      *================================================================
       2400-DECIDE-ONE-KEY.
      *================================================================
           MOVE WS-PRV-KEY TO WS-LOW-KEY.
           IF WS-CUR-KEY < WS-LOW-KEY
               MOVE WS-CUR-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-AUD-KEY < WS-LOW-KEY
               MOVE WS-AUD-KEY TO WS-LOW-KEY
           END-IF.

           SET WS-NOT-ON-PRV TO TRUE.
           SET WS-NOT-ON-CUR TO TRUE.
           SET WS-NOT-ON-AUD TO TRUE.
           IF WS-PRV-KEY = WS-LOW-KEY
               SET WS-ON-PRV TO TRUE
               MOVE SPACES   TO WS-PRV-IMAGE
               MOVE TEST-ENR TO WS-PRV-IMAGE
           END-IF.
           IF WS-CUR-KEY = WS-LOW-KEY
               SET WS-ON-CUR TO TRUE
               MOVE SPACES       TO WS-CUR-IMAGE
               MOVE TEST-ENR-CUR TO WS-CUR-IMAGE
           END-IF.
           IF WS-AUD-KEY = WS-LOW-KEY
               SET WS-ON-AUD TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ON-PRV AND WS-ON-CUR
                   PERFORM 2500-CHECK-KEY-ON-BOTH
                       THRU 2500-CHECK-KEY-ON-BOTH-EXIT
               WHEN WS-ON-CUR
                   PERFORM 2600-CHECK-KEY-ADDED
                       THRU 2600-CHECK-KEY-ADDED-EXIT
               WHEN OTHER
                   PERFORM 2650-CHECK-KEY-GONE
                       THRU 2650-CHECK-KEY-GONE-EXIT
           END-EVALUATE.

           IF WS-ON-PRV
               PERFORM 2330-READ-PRV-GEN
                   THRU 2330-READ-PRV-GEN-EXIT
           END-IF.
           IF WS-ON-CUR
               PERFORM 2340-READ-CUR-GEN
                   THRU 2340-READ-CUR-GEN-EXIT
           END-IF.
           IF WS-ON-AUD
               PERFORM 2320-COLLECT-AUDIT-KEY
                   THRU 2320-COLLECT-AUDIT-KEY-EXIT
           END-IF.

       2400-DECIDE-ONE-KEY-EXIT.
           EXIT.

      *================================================================
       2500-CHECK-KEY-ON-BOTH.
      *----------------------------------------------------------------
      * KEY ON BOTH GENERATIONS.  A CHANGED RECORD NEEDS ITS AUDIT
      * ROW; AN UNCHANGED ONE ONLY HAS TO AGREE WITH ANY ROW THE LOG
      * HOLDS FOR IT.
      *================================================================
           IF WS-PRV-IMAGE = WS-CUR-IMAGE
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

           IF WS-NOT-ON-AUD
               IF WS-PRV-IMAGE NOT = WS-CUR-IMAGE
                   MOVE "CHANGED - NO AUDIT ROW  " TO WS-CHECK-TEXT
                   MOVE SPACES                     TO WS-CHECK-JOB
                   MOVE WS-PRV-IMAGE               TO TEST-ENR-OTH
                   PERFORM 2700-REPORT-FIELD-DIFFS
                       THRU 2700-REPORT-FIELD-DIFFS-EXIT
               END-IF
               GO TO 2500-CHECK-KEY-ON-BOTH-EXIT
           END-IF.

           PERFORM 2550-CHECK-AUDIT-AGAINST-CUR
               THRU 2550-CHECK-AUDIT-AGAINST-CUR-EXIT.

       2500-CHECK-KEY-ON-BOTH-EXIT.
           EXIT.

      *================================================================
       2550-CHECK-AUDIT-AGAINST-CUR.
      *----------------------------------------------------------------
      * THE KEY IS ON TODAY'S MASTER AND THE LOG HAS ROWS FOR IT:
      * THE LAST ROW MUST BE AN ADD OR CHANGE WHOSE AFTER IMAGE IS
      * TODAY'S RECORD, BYTE FOR BYTE.
      *================================================================
           MOVE WS-AUD-LAST-JOB TO WS-CHECK-JOB.

           IF WS-AUD-LAST-DELETE
               MOVE "AUDIT SAYS DELETED      " TO WS-CHECK-TEXT
               PERFORM 2800-REPORT-RECORD-LINE
                   THRU 2800-REPORT-RECORD-LINE-EXIT
               GO TO 2550-CHECK-AUDIT-AGAINST-CUR-EXIT
           END-IF.

           IF NOT WS-AUD-LAST-ADD AND NOT WS-AUD-LAST-CHANGE
               MOVE "UNKNOWN AUDIT ACTION    " TO WS-CHECK-TEXT
               PERFORM 2800-REPORT-RECORD-LINE
                   THRU 2800-REPORT-RECORD-LINE-EXIT
               GO TO 2550-CHECK-AUDIT-AGAINST-CUR-EXIT
           END-IF.

           IF WS-AUD-LAST-IMAGE = WS-CUR-IMAGE
               ADD 1 TO WS-MATCHED-COUNT
               GO TO 2550-CHECK-AUDIT-AGAINST-CUR-EXIT
           END-IF.

           MOVE "AUDIT IMAGE DISAGREES   " TO WS-CHECK-TEXT.
           MOVE WS-AUD-LAST-IMAGE          TO TEST-ENR-OTH.
           PERFORM 2700-REPORT-FIELD-DIFFS
               THRU 2700-REPORT-FIELD-DIFFS-EXIT.

       2550-CHECK-AUDIT-AGAINST-CUR-EXIT.
           EXIT.

      *================================================================
       2600-CHECK-KEY-ADDED.
      *================================================================
           ADD 1 TO WS-ADDED-COUNT.

           IF WS-NOT-ON-AUD
               MOVE "ADDED - NO AUDIT ROW    " TO WS-CHECK-TEXT
               MOVE SPACES                     TO WS-CHECK-JOB
               PERFORM 2800-REPORT-RECORD-LINE
                   THRU 2800-REPORT-RECORD-LINE-EXIT
               GO TO 2600-CHECK-KEY-ADDED-EXIT
           END-IF.

           PERFORM 2550-CHECK-AUDIT-AGAINST-CUR
               THRU 2550-CHECK-AUDIT-AGAINST-CUR-EXIT.

       2600-CHECK-KEY-ADDED-EXIT.
           EXIT.

      *================================================================
       2650-CHECK-KEY-GONE.
      *----------------------------------------------------------------
      * THE KEY IS NOT ON TODAY'S MASTER: EITHER DELETED SINCE
      * YESTERDAY, OR ADDED AND DELETED INSIDE THE WINDOW (AUDIT
      * ROWS ONLY).  EITHER WAY THE LAST AUDIT ROW MUST BE A "D".
      *================================================================
           IF WS-ON-PRV
               ADD 1 TO WS-DELETED-COUNT
           END-IF.

           IF WS-NOT-ON-AUD
               MOVE "DELETED - NO AUDIT ROW  " TO WS-CHECK-TEXT
               MOVE SPACES                     TO WS-CHECK-JOB
               PERFORM 2800-REPORT-RECORD-LINE
                   THRU 2800-REPORT-RECORD-LINE-EXIT
               GO TO 2650-CHECK-KEY-GONE-EXIT
           END-IF.

           MOVE WS-AUD-LAST-JOB TO WS-CHECK-JOB.

           IF WS-AUD-LAST-DELETE
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE "AUDIT SAYS ON MASTER    " TO WS-CHECK-TEXT
               PERFORM 2800-REPORT-RECORD-LINE
                   THRU 2800-REPORT-RECORD-LINE-EXIT
           END-IF.

       2650-CHECK-KEY-GONE-EXIT.
           EXIT.

      *================================================================
       2700-REPORT-FIELD-DIFFS.
      *----------------------------------------------------------------
      * TODAY'S RECORD (TEST-ENR-CUR) AGAINST THE OTHER SIDE
      * (TEST-ENR-OTH), ONE LINE PER DIFFERING FIELD.  THE AUDIT
      * BLOCK IS COMPARED TOO: A PATCH THAT ONLY TOUCHED THE STAMP
      * IS STILL A PATCH.  IF THE BYTES DIFFER ONLY WHERE NO FIELD
      * IS NAMED (THE AUDIT BLOCK'S FILLER, OR PAST THE LAST TABLE
      * ENTRY) ONE *RECORD* LINE SAYS SO.
      *================================================================
           ADD 1 TO WS-EXCEPTION-KEY-COUNT.
           MOVE ZERO TO WS-FIELD-LINE-COUNT.

           MOVE "DATE-TRT"                     TO WS-FLD-NAME.
           MOVE TEST-DATE-TRT OF TEST-ENR-CUR  TO WS-MST-VALUE.
           MOVE TEST-DATE-TRT OF TEST-ENR-OTH  TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "ENR-LIB"                      TO WS-FLD-NAME.
           MOVE TEST-ENR-LIB OF TEST-ENR-CUR   TO WS-MST-VALUE.
           MOVE TEST-ENR-LIB OF TEST-ENR-OTH   TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "COMP"                         TO WS-FLD-NAME.
           MOVE TEST-COMP OF TEST-ENR-CUR      TO WS-MST-VALUE.
           MOVE TEST-COMP OF TEST-ENR-OTH      TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "ENR-CDST"                     TO WS-FLD-NAME.
           MOVE TEST-ENR-CDST OF TEST-ENR-CUR  TO WS-MST-VALUE.
           MOVE TEST-ENR-CDST OF TEST-ENR-OTH  TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           PERFORM 2710-COMPARE-AMOUNTS
               THRU 2710-COMPARE-AMOUNTS-EXIT.

           MOVE "DATE1"                        TO WS-FLD-NAME.
           MOVE TEST-DATE1 OF TEST-ENR-CUR     TO WS-MST-VALUE.
           MOVE TEST-DATE1 OF TEST-ENR-OTH     TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "DATE2"                        TO WS-FLD-NAME.
           MOVE TEST-DATE2 OF TEST-ENR-CUR     TO WS-MST-VALUE.
           MOVE TEST-DATE2 OF TEST-ENR-OTH     TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "NUM"                          TO WS-FLD-NAME.
           MOVE TEST-NUM-CAR OF TEST-ENR-CUR   TO WS-MST-VALUE.
           MOVE TEST-NUM-CAR OF TEST-ENR-OTH   TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           PERFORM 2730-COMPARE-ARRAY-COUNTS
               THRU 2730-COMPARE-ARRAY-COUNTS-EXIT.

           PERFORM 2740-COMPARE-ARRAY-ENTRIES
               THRU 2740-COMPARE-ARRAY-ENTRIES-EXIT.

           MOVE "LAST-UPD-DT"                  TO WS-FLD-NAME.
           MOVE TEST-LAST-UPD-DT OF TEST-ENR-CUR   TO WS-MST-VALUE.
           MOVE TEST-LAST-UPD-DT OF TEST-ENR-OTH   TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "LAST-UPD-TM"                  TO WS-FLD-NAME.
           MOVE TEST-LAST-UPD-TM OF TEST-ENR-CUR   TO WS-MST-VALUE.
           MOVE TEST-LAST-UPD-TM OF TEST-ENR-OTH   TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "LAST-UPD-USR"                 TO WS-FLD-NAME.
           MOVE TEST-LAST-UPD-USER OF TEST-ENR-CUR TO WS-MST-VALUE.
           MOVE TEST-LAST-UPD-USER OF TEST-ENR-OTH TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "LAST-UPD-JOB"                 TO WS-FLD-NAME.
           MOVE TEST-LAST-UPD-JOB OF TEST-ENR-CUR  TO WS-MST-VALUE.
           MOVE TEST-LAST-UPD-JOB OF TEST-ENR-OTH  TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           MOVE "SRC-SYS-CD"                   TO WS-FLD-NAME.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-CUR    TO WS-MST-VALUE.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-OTH    TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

           IF WS-FIELD-LINE-COUNT = ZERO
               MOVE "*RECORD*"                 TO WS-FLD-NAME
               MOVE "UNNAMED BYTES DIFFER"     TO WS-MST-VALUE
               MOVE SPACES                     TO WS-OTH-VALUE
               PERFORM 2900-WRITE-EXCEPTION-LINE
                   THRU 2900-WRITE-EXCEPTION-LINE-EXIT
           END-IF.

       2700-REPORT-FIELD-DIFFS-EXIT.
           EXIT.

      *================================================================
       2710-COMPARE-AMOUNTS.
      *----------------------------------------------------------------
      * THE TEN AMOUNTS CARRY FIVE DIFFERENT PICTURES AND FOUR SIGN
      * CONVENTIONS; EACH PAIR IS MOVED TO A COMMON EDITED SHAPE SO
      * THE COMPARE AND THE PRINTED VALUES ARE UNIFORM.
      *================================================================
           MOVE "MNT-1" TO WS-FLD-NAME.
           MOVE TEST-MNT-1 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-1 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-2" TO WS-FLD-NAME.
           MOVE TEST-MNT-2 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-2 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-3" TO WS-FLD-NAME.
           MOVE TEST-MNT-3 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-3 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-4" TO WS-FLD-NAME.
           MOVE TEST-MNT-4 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-4 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-5" TO WS-FLD-NAME.
           MOVE TEST-MNT-5 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-5 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-6" TO WS-FLD-NAME.
           MOVE TEST-MNT-6 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-6 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-7" TO WS-FLD-NAME.
           MOVE TEST-MNT-7 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-7 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-8" TO WS-FLD-NAME.
           MOVE TEST-MNT-8 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-8 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-9" TO WS-FLD-NAME.
           MOVE TEST-MNT-9 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-9 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

           MOVE "MNT-10" TO WS-FLD-NAME.
           MOVE TEST-MNT-10 OF TEST-ENR-CUR TO WS-MNT-MST-ED.
           MOVE TEST-MNT-10 OF TEST-ENR-OTH TO WS-MNT-OTH-ED.
           PERFORM 2720-CHECK-ONE-AMOUNT
               THRU 2720-CHECK-ONE-AMOUNT-EXIT.

       2710-COMPARE-AMOUNTS-EXIT.
           EXIT.

      *================================================================
       2720-CHECK-ONE-AMOUNT.
      *================================================================
           IF WS-MNT-MST-ED NOT = WS-MNT-OTH-ED
               MOVE WS-MNT-MST-ED TO WS-MST-VALUE
               MOVE WS-MNT-OTH-ED TO WS-OTH-VALUE
               PERFORM 2900-WRITE-EXCEPTION-LINE
                   THRU 2900-WRITE-EXCEPTION-LINE-EXIT
           END-IF.

       2720-CHECK-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2730-COMPARE-ARRAY-COUNTS.
      *================================================================
           MOVE "ARR-BEF-CNT" TO WS-FLD-NAME.
           MOVE TEST-ARR-BEF-CNT-CUR TO WS-CNT-MST-ED.
           MOVE TEST-ARR-BEF-CNT-OTH TO WS-CNT-OTH-ED.
           PERFORM 2735-CHECK-ONE-COUNT
               THRU 2735-CHECK-ONE-COUNT-EXIT.

           MOVE "ARR-AFT-CNT" TO WS-FLD-NAME.
           MOVE TEST-ARR-AFT-CNT-CUR TO WS-CNT-MST-ED.
           MOVE TEST-ARR-AFT-CNT-OTH TO WS-CNT-OTH-ED.
           PERFORM 2735-CHECK-ONE-COUNT
               THRU 2735-CHECK-ONE-COUNT-EXIT.

           MOVE "CPLX-CNT" TO WS-FLD-NAME.
           MOVE TEST-CPLX-ARR-CNT-CUR TO WS-CNT-MST-ED.
           MOVE TEST-CPLX-ARR-CNT-OTH TO WS-CNT-OTH-ED.
           PERFORM 2735-CHECK-ONE-COUNT
               THRU 2735-CHECK-ONE-COUNT-EXIT.

       2730-COMPARE-ARRAY-COUNTS-EXIT.
           EXIT.

      *================================================================
       2735-CHECK-ONE-COUNT.
      *================================================================
           IF WS-CNT-MST-ED NOT = WS-CNT-OTH-ED
               MOVE WS-CNT-MST-ED TO WS-MST-VALUE
               MOVE WS-CNT-OTH-ED TO WS-OTH-VALUE
               PERFORM 2900-WRITE-EXCEPTION-LINE
                   THRU 2900-WRITE-EXCEPTION-LINE-EXIT
           END-IF.

       2735-CHECK-ONE-COUNT-EXIT.
           EXIT.

      *================================================================
       2740-COMPARE-ARRAY-ENTRIES.
      *----------------------------------------------------------------
      * ENTRY-BY-ENTRY COMPARE UP TO THE SMALLER OF THE TWO COUNTS;
      * A COUNT CHANGE HAS ALREADY PRINTED ITS OWN LINE ABOVE.
      *================================================================
           IF TEST-ARR-BEF-CNT-OTH < TEST-ARR-BEF-CNT-CUR
               MOVE TEST-ARR-BEF-CNT-OTH TO WS-MIN-CNT
           ELSE
               MOVE TEST-ARR-BEF-CNT-CUR TO WS-MIN-CNT
           END-IF.
           PERFORM 2750-CHECK-ONE-ARR-BEF
               THRU 2750-CHECK-ONE-ARR-BEF-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-MIN-CNT.

           IF TEST-ARR-AFT-CNT-OTH < TEST-ARR-AFT-CNT-CUR
               MOVE TEST-ARR-AFT-CNT-OTH TO WS-MIN-CNT
           ELSE
               MOVE TEST-ARR-AFT-CNT-CUR TO WS-MIN-CNT
           END-IF.
           PERFORM 2752-CHECK-ONE-ARR-AFT
               THRU 2752-CHECK-ONE-ARR-AFT-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-MIN-CNT.

           IF TEST-CPLX-ARR-CNT-OTH < TEST-CPLX-ARR-CNT-CUR
               MOVE TEST-CPLX-ARR-CNT-OTH TO WS-MIN-CNT
           ELSE
               MOVE TEST-CPLX-ARR-CNT-CUR TO WS-MIN-CNT
           END-IF.
           PERFORM 2754-CHECK-ONE-CPLX
               THRU 2754-CHECK-ONE-CPLX-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-MIN-CNT.

       2740-COMPARE-ARRAY-ENTRIES-EXIT.
           EXIT.

      *================================================================
       2750-CHECK-ONE-ARR-BEF.
      *================================================================
           MOVE WS-SUB TO WS-SUB-ED.
           MOVE SPACES TO WS-FLD-NAME.
           STRING "ARR-BEF(" WS-SUB-ED ")" DELIMITED BY SIZE
               INTO WS-FLD-NAME.
           MOVE SIMPLE-ARRAY-BEFORE OF TEST-ENR-CUR (WS-SUB)
               TO WS-MST-VALUE.
           MOVE SIMPLE-ARRAY-BEFORE OF TEST-ENR-OTH (WS-SUB)
               TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

       2750-CHECK-ONE-ARR-BEF-EXIT.
           EXIT.

      *================================================================
       2752-CHECK-ONE-ARR-AFT.
      *================================================================
           MOVE WS-SUB TO WS-SUB-ED.
           MOVE SPACES TO WS-FLD-NAME.
           STRING "ARR-AFT(" WS-SUB-ED ")" DELIMITED BY SIZE
               INTO WS-FLD-NAME.
           MOVE SIMPLE-ARRAY-AFTER OF TEST-ENR-CUR (WS-SUB)
               TO WS-MST-VALUE.
           MOVE SIMPLE-ARRAY-AFTER OF TEST-ENR-OTH (WS-SUB)
               TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

       2752-CHECK-ONE-ARR-AFT-EXIT.
           EXIT.

      *================================================================
       2754-CHECK-ONE-CPLX.
      *================================================================
           MOVE WS-SUB TO WS-SUB-ED.
           MOVE SPACES TO WS-FLD-NAME.
           STRING "CPLX(" WS-SUB-ED ")" DELIMITED BY SIZE
               INTO WS-FLD-NAME.
           MOVE COMPLEXE-ARRAY OF TEST-ENR-CUR (WS-SUB)
               TO WS-MST-VALUE.
           MOVE COMPLEXE-ARRAY OF TEST-ENR-OTH (WS-SUB)
               TO WS-OTH-VALUE.
           PERFORM 2760-CHECK-ONE-FIELD
               THRU 2760-CHECK-ONE-FIELD-EXIT.

       2754-CHECK-ONE-CPLX-EXIT.
           EXIT.

      *================================================================
       2760-CHECK-ONE-FIELD.
      *================================================================
           IF WS-MST-VALUE NOT = WS-OTH-VALUE
               PERFORM 2900-WRITE-EXCEPTION-LINE
                   THRU 2900-WRITE-EXCEPTION-LINE-EXIT
           END-IF.

       2760-CHECK-ONE-FIELD-EXIT.
           EXIT.

      *================================================================
       2800-REPORT-RECORD-LINE.
      *----------------------------------------------------------------
      * A WHOLE-RECORD EXCEPTION: ONE LINE NAMING THE ENTITY FROM
      * WHICHEVER GENERATION HOLDS IT.
      *================================================================
           ADD 1 TO WS-EXCEPTION-KEY-COUNT.

           MOVE "*RECORD*" TO WS-FLD-NAME.
           MOVE SPACES     TO WS-MST-VALUE
                              WS-OTH-VALUE.

           IF WS-ON-CUR
               MOVE TEST-ENR-LIB OF TEST-ENR-CUR TO WS-MST-VALUE
           END-IF.
           IF WS-ON-PRV
               MOVE TEST-ENR-LIB OF TEST-ENR     TO WS-OTH-VALUE
           END-IF.

           PERFORM 2900-WRITE-EXCEPTION-LINE
               THRU 2900-WRITE-EXCEPTION-LINE-EXIT.

       2800-REPORT-RECORD-LINE-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-EXCEPTION-LINE.
      *================================================================
           MOVE WS-LOW-KEY    TO UCD-KEY.
           MOVE WS-CHECK-TEXT TO UCD-CHECK.
           MOVE WS-CHECK-JOB  TO UCD-JOB.
           MOVE WS-FLD-NAME   TO UCD-FIELD.
           MOVE WS-MST-VALUE  TO UCD-MASTER-VALUE.
           MOVE WS-OTH-VALUE  TO UCD-OTHER-VALUE.

           WRITE UCD-LINE.
           IF NOT UCD-RPT-OK
               DISPLAY "TE034UCD - WRITE ERROR ON UCDRPT  KEY="
                       UCD-KEY "  STATUS=" WS-UCD-RPT-STATUS
           END-IF.

           ADD 1 TO WS-EXCEPTION-LINE-COUNT.
           ADD 1 TO WS-FIELD-LINE-COUNT.

       2900-WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           CLOSE AUDIT-LOG-FILE
                 PRV-GEN-FILE
                 CUR-GEN-FILE
                 UCD-RPT-FILE.

           DISPLAY "TE034UCD - LOG ROWS READ       : "
                   WS-LOG-READ-COUNT.
           DISPLAY "TE034UCD - ROWS IN WINDOW      : "
                   WS-WINDOW-ROW-COUNT.
           DISPLAY "TE034UCD - YESTERDAY RECORDS   : "
                   WS-PRV-READ-COUNT.
           DISPLAY "TE034UCD - TODAY RECORDS       : "
                   WS-CUR-READ-COUNT.
           DISPLAY "TE034UCD - KEYS UNCHANGED      : "
                   WS-UNCHANGED-COUNT.
           DISPLAY "TE034UCD - KEYS CHANGED        : "
                   WS-CHANGED-COUNT.
           DISPLAY "TE034UCD - KEYS ADDED          : "
                   WS-ADDED-COUNT.
           DISPLAY "TE034UCD - KEYS DELETED        : "
                   WS-DELETED-COUNT.
           DISPLAY "TE034UCD - KEYS AUDIT-MATCHED  : "
                   WS-MATCHED-COUNT.
           DISPLAY "TE034UCD - KEYS IN EXCEPTION   : "
                   WS-EXCEPTION-KEY-COUNT.
           DISPLAY "TE034UCD - EXCEPTION LINES     : "
                   WS-EXCEPTION-LINE-COUNT.

           IF WS-FATAL
               DISPLAY "TE034UCD - COMPARE DID NOT RUN TO END"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-TERMINATE-EXIT
           END-IF.

           IF WS-EXCEPTION-KEY-COUNT > ZERO
               DISPLAY "TE034UCD - UNAUDITED CHANGES FOUND, SEE UCDRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TE034UCD - EVERY DIFFERENCE IS AUDITED"
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
