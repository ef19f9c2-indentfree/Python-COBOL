      *================================================================
      * PROGRAM-ID : TE042DUP
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * DUPLICATE-ENTITY SCAN OF THE INDEXED MASTER.
      * A SOURCE THAT RE-ADDS AN ENTITY UNDER A NEW TEST-KEY-ENT
      * GETS PAST TE012ADD'S KEY CHECK, AND BOTH RECORDS THEN COUNT
      * IN THE TE009BAL CONTROL TOTALS.  THIS JOB WALKS THE MASTER
      * COMPANY BY COMPANY THROUGH THE COMPANY ACCESS PATH (ENRCIDX),
      * READS EACH ENTITY OFF ENRIDX, AND SCORES EVERY PAIR WITHIN A
      * COMPANY THROUGH TE042DSC -- NORMALISED TEST-ENR-LIB,
      * TEST-DATE1, TEST-DATE2, TEST-NUM AND THE PATTERN OF
      * TEST-MNT-1..10 (TE042SCR GIVES THE WEIGHTS).  A PAIR SCORING
      * AT OR ABOVE THE THRESHOLD ON THE DUPCTL CARD (COLUMNS 1-3,
      * 001-100; NO CARD MEANS 070) GOES ON THE REVIEW REPORT
      * DUPRPT WITH ITS SCORE BROKEN DOWN.
      * THE REVIEWER RECORDS EACH VERDICT ON THE DECISION FILE DUPDEC
      * (TE042DEC).  A PAIR DECIDED "NOT A DUPLICATE" IS NEVER SHOWN
      * AGAIN; A CONFIRMED DUPLICATE STAYS ON THE REPORT, WHATEVER
      * IT SCORES, UNTIL ONE OF THE TWO KEYS IS DELETED OR MERGED
      * AWAY.  TE042DAD APPLIES THE SAME SCORE AND DECISIONS TO
      * TONIGHT'S ADDS.
      * A COMPANY WITH MORE ENTITIES THAN THE TABLE HOLDS IS NAMED ON
      * THE REPORT UNSCORED; THAT, A PATH ROW WITH NO MASTER RECORD,
      * OR A FILE ERROR ENDS THE RUN WITH RETURN CODE 8.  PAIRS FOR
      * REVIEW ARE THE REPORT'S PURPOSE AND DO NOT SET IT.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE042DUP.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-CTL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-CTL-STATUS.

           SELECT DUP-DEC-FILE ASSIGN TO "DUPDEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-DEC-STATUS.

           SELECT CIX-IDX-FILE ASSIGN TO "ENRCIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIX-PATH-KEY
               FILE STATUS IS WS-CIX-IDX-STATUS.

           SELECT ENR-IDX-FILE ASSIGN TO "ENRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR
               FILE STATUS IS WS-ENR-IDX-STATUS.

           SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * DUPCTL -- ONE CARD: THE SCORE AT OR ABOVE WHICH A PAIR IS
      * REPORTED.  SHARED WITH TE042DAD.
      *----------------------------------------------------------------
       FD  DUP-CTL-FILE
           RECORDING MODE IS F.
       01  DUP-CTL-RECORD.
           03 DCT-THRESHOLD             PIC 9(03).
           03 FILLER                    PIC X(77).

       FD  DUP-DEC-FILE
           RECORDING MODE IS F.
           COPY "TE042DEC.cpy".

       FD  CIX-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE028CIX.cpy".

       FD  ENR-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-IDX-LEN.
           COPY "cobol-test.cpy".

      *----------------------------------------------------------------
      * DUPRPT -- TWO LINES PER PAIR: THE SCORE AND ITS BREAKDOWN,
      * THEN THE TWO NAMES AS THEY WERE COMPARED.
      *----------------------------------------------------------------
       FD  DUP-RPT-FILE
           RECORDING MODE IS F.
       01  DRP-LINE.
           03 DRP-COMP                  PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-KEY-1                 PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-KEY-2                 PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-SCORE                 PIC ZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-STATUS                PIC X(20).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-DETAIL                PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-DUP-CTL-STATUS            PIC X(02).
           88 DUP-CTL-OK                          VALUE "00".

       01  WS-DUP-DEC-STATUS            PIC X(02).
           88 DUP-DEC-OK                          VALUE "00".

       01  WS-CIX-IDX-STATUS            PIC X(02).
           88 CIX-IDX-OK                          VALUE "00".

       01  WS-ENR-IDX-STATUS            PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".
           88 ENR-IDX-NOTFOUND                    VALUE "23".

       01  WS-DUP-RPT-STATUS            PIC X(02).
           88 DUP-RPT-OK                          VALUE "00".

      *----------------------------------------------------------------
      * TEST-ENR IS A VARIABLE-LENGTH RECORD (371-546 BYTES).
      *----------------------------------------------------------------
       01  WS-ENR-IDX-LEN               PIC 9(04) COMP.

       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-DEC-EOF-SW                PIC X(01).
           88 WS-DEC-EOF                           VALUE "Y".
           88 WS-DEC-NOT-EOF                       VALUE "N".

       01  WS-CO-OVER-SW                PIC X(01).
           88 WS-CO-OVERFLOWED                     VALUE "Y".
           88 WS-CO-FITS                           VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL-ERROR                       VALUE "Y".
           88 WS-NO-FATAL-ERROR                    VALUE "N".

       01  WS-RUN-OK-SW                 PIC X(01).
           88 WS-RUN-CLEAN                         VALUE "Y".
           88 WS-RUN-FAILED                        VALUE "N".

       01  WS-COUNTERS.
           03 WS-PATH-READ-COUNT        PIC 9(09) COMP.
           03 WS-NO-MASTER-COUNT        PIC 9(09) COMP.
           03 WS-COMPANY-COUNT          PIC 9(09) COMP.
           03 WS-UNSCORED-CO-COUNT      PIC 9(09) COMP.
           03 WS-PAIR-SCORED-COUNT      PIC 9(09) COMP.
           03 WS-REVIEW-COUNT           PIC 9(09) COMP.
           03 WS-CONFIRMED-COUNT        PIC 9(09) COMP.
           03 WS-SUPPRESSED-COUNT       PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE REPORTING THRESHOLD OFF DUPCTL.
      *----------------------------------------------------------------
       77  WS-THRESHOLD-DEFAULT         PIC 9(03) COMP VALUE 70.

       01  WS-THRESHOLD                 PIC 9(03) COMP.

      *----------------------------------------------------------------
      * REVIEW DECISIONS OFF DUPDEC, EACH PAIR HELD LOWER KEY FIRST.
      * AN OVERFULL TABLE STOPS THE RUN -- A DECISION LEFT OUT WOULD
      * PUT A SETTLED PAIR BACK IN FRONT OF THE REVIEWER.
      *----------------------------------------------------------------
       77  WS-DEC-MAX                   PIC 9(04) COMP VALUE 5000.

       01  WS-DEC-COUNT                 PIC 9(04) COMP.

       01  WS-DEC-TABLE.
           03 WS-DEC-ENTRY OCCURS 5000 TIMES.
              05 WS-DEC-KEY-LOW         PIC X(12).
              05 WS-DEC-KEY-HIGH        PIC X(12).
              05 WS-DEC-DECISION        PIC X(01).
                 88 WS-DEC-NOT-DUPLICATE           VALUE "N".
                 88 WS-DEC-IS-DUPLICATE            VALUE "D".

       01  WS-DEC-SUB                   PIC 9(04) COMP.
       01  WS-DEC-HIT-SUB               PIC 9(04) COMP.
       01  WS-PAIR-KEY-LOW              PIC X(12).
       01  WS-PAIR-KEY-HIGH             PIC X(12).

      *----------------------------------------------------------------
      * ONE COMPANY'S CANDIDATES (TE042CND SHAPE), BUILT AS THE PATH
      * IS READ AND SCORED IN PAIRS AT THE COMPANY BREAK.
      *----------------------------------------------------------------
       77  WS-CO-MAX                    PIC 9(04) COMP VALUE 2000.

       01  WS-CO-COUNT                  PIC 9(04) COMP.
       01  WS-CO-COMP                   PIC X(10).

       01  WS-CO-TABLE.
           03 WS-CO-CAND                PIC X(200) OCCURS 2000 TIMES.

       01  WS-CO-SUB-1                  PIC 9(04) COMP.
       01  WS-CO-SUB-2                  PIC 9(04) COMP.
       01  WS-CO-START-2                PIC 9(04) COMP.

      *----------------------------------------------------------------
      * TE042DSC INTERFACE.
      *----------------------------------------------------------------
       01  WS-DSC-FUNCTION              PIC X(01).
       01  WS-DSC-STATUS                PIC X(02).
       01  WS-ENR-IMAGE                 PIC X(546).
       01  WS-UNUSED-CAND               PIC X(200).

       COPY "TE042SCR.cpy".

       COPY "TE042CND.cpy"
           REPLACING DUP-CANDIDATE BY WS-CAND-1.

       COPY "TE042CND.cpy"
           REPLACING DUP-CANDIDATE BY WS-CAND-2.

      *----------------------------------------------------------------
      * THE DUPRPT DETAIL SHAPES.
      *----------------------------------------------------------------
       01  WS-DTL-SCORE.
           03 FILLER                    PIC X(05) VALUE "NAME ".
           03 WS-DSC-LIB-PTS            PIC Z9.
           03 FILLER                    PIC X(08) VALUE "  DATE1 ".
           03 WS-DSC-DATE1-PTS          PIC Z9.
           03 FILLER                    PIC X(08) VALUE "  DATE2 ".
           03 WS-DSC-DATE2-PTS          PIC Z9.
           03 FILLER                    PIC X(06) VALUE "  NUM ".
           03 WS-DSC-NUM-PTS            PIC Z9.
           03 FILLER                    PIC X(10) VALUE
                                             "  AMOUNTS ".
           03 WS-DSC-AMT-PTS            PIC Z9.
           03 FILLER                    PIC X(02) VALUE " (".
           03 WS-DSC-AMT-MATCHED        PIC Z9.
           03 FILLER                    PIC X(04) VALUE " OF ".
           03 WS-DSC-AMT-USED           PIC Z9.
           03 FILLER                    PIC X(01) VALUE ")".

       01  WS-DTL-NAMES.
           03 WS-DNM-LIB-1              PIC X(30).
           03 FILLER                    PIC X(03) VALUE " / ".
           03 WS-DNM-LIB-2              PIC X(30).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NO-FATAL-ERROR
               PERFORM 2000-PROCESS-PATH-ROW
                   THRU 2000-PROCESS-PATH-ROW-EXIT
                   UNTIL WS-EOF OR WS-FATAL-ERROR
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           SET WS-NO-FATAL-ERROR TO TRUE.
           SET WS-RUN-CLEAN TO TRUE.
           SET WS-NOT-EOF TO TRUE.
           SET WS-CO-FITS TO TRUE.
           INITIALIZE WS-COUNTERS.
           MOVE ZERO   TO WS-CO-COUNT
                          WS-DEC-COUNT.
           MOVE SPACES TO WS-CO-COMP
                          WS-UNUSED-CAND.

           PERFORM 1100-READ-THRESHOLD-CARD
               THRU 1100-READ-THRESHOLD-CARD-EXIT.

           PERFORM 1200-LOAD-DECISIONS
               THRU 1200-LOAD-DECISIONS-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CIX-IDX-FILE.
           IF NOT CIX-IDX-OK
               DISPLAY "TE042DUP - OPEN ERROR ON ENRCIDX  STATUS="
                       WS-CIX-IDX-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE042DUP - OPEN ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               CLOSE CIX-IDX-FILE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DUP-RPT-FILE.
           IF NOT DUP-RPT-OK
               DISPLAY "TE042DUP - OPEN ERROR ON DUPRPT  STATUS="
                       WS-DUP-RPT-STATUS
               CLOSE CIX-IDX-FILE
                     ENR-IDX-FILE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-READ-THRESHOLD-CARD.
      *----------------------------------------------------------------
      * A MISSING OR UNUSABLE CARD FALLS BACK TO THE DEFAULT.
      *================================================================
           MOVE WS-THRESHOLD-DEFAULT TO WS-THRESHOLD.

           OPEN INPUT DUP-CTL-FILE.
           IF NOT DUP-CTL-OK
               DISPLAY "TE042DUP - NO PARAMETER CARD ON DUPCTL, "
                       "REPORTING PAIRS SCORING 070 OR MORE"
               GO TO 1100-READ-THRESHOLD-CARD-EXIT
           END-IF.

           READ DUP-CTL-FILE
               AT END
                   DISPLAY "TE042DUP - EMPTY PARAMETER CARD, "
                           "REPORTING PAIRS SCORING 070 OR MORE"
                   CLOSE DUP-CTL-FILE
                   GO TO 1100-READ-THRESHOLD-CARD-EXIT
           END-READ.

           CLOSE DUP-CTL-FILE.

           IF DCT-THRESHOLD NOT NUMERIC OR
              DCT-THRESHOLD = ZERO OR
              DCT-THRESHOLD > 100
               DISPLAY "TE042DUP - PARAMETER CARD UNUSABLE, "
                       "REPORTING PAIRS SCORING 070 OR MORE"
               GO TO 1100-READ-THRESHOLD-CARD-EXIT
           END-IF.

           MOVE DCT-THRESHOLD TO WS-THRESHOLD.
           DISPLAY "TE042DUP - REPORTING PAIRS SCORING "
                   DCT-THRESHOLD " OR MORE".

       1100-READ-THRESHOLD-CARD-EXIT.
           EXIT.

      *================================================================
       1200-LOAD-DECISIONS.
      *----------------------------------------------------------------
      * THE FILE MUST BE THERE, EMPTY OR NOT: RUN WITHOUT IT, EVERY
      * PAIR EVER SETTLED WOULD COME BACK FOR REVIEW.
      *================================================================
           SET WS-DEC-NOT-EOF TO TRUE.

           OPEN INPUT DUP-DEC-FILE.
           IF NOT DUP-DEC-OK
               DISPLAY "TE042DUP - NO DECISION FILE ON DUPDEC, "
                       "RUN STOPPED  STATUS=" WS-DUP-DEC-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1200-LOAD-DECISIONS-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-DECISION
               THRU 1210-LOAD-ONE-DECISION-EXIT
               UNTIL WS-DEC-EOF.

           CLOSE DUP-DEC-FILE.

           DISPLAY "TE042DUP - REVIEW DECISIONS LOADED: " WS-DEC-COUNT.

       1200-LOAD-DECISIONS-EXIT.
           EXIT.

      *================================================================
       1210-LOAD-ONE-DECISION.
      *================================================================
           READ DUP-DEC-FILE
               AT END
                   SET WS-DEC-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-DECISION-EXIT
           END-READ.

           IF DEC-KEY-1 = SPACES OR DEC-KEY-2 = SPACES OR
              DEC-KEY-1 = DEC-KEY-2
               DISPLAY "TE042DUP - DECISION DROPPED, KEYS BLANK OR "
                       "EQUAL  KEY1=" DEC-KEY-1 " KEY2=" DEC-KEY-2
               GO TO 1210-LOAD-ONE-DECISION-EXIT
           END-IF.

           IF NOT DEC-NOT-DUPLICATE AND NOT DEC-IS-DUPLICATE
               DISPLAY "TE042DUP - DECISION DROPPED, NOT N OR D  "
                       "KEY1=" DEC-KEY-1 " KEY2=" DEC-KEY-2
               GO TO 1210-LOAD-ONE-DECISION-EXIT
           END-IF.

           IF DEC-KEY-1 < DEC-KEY-2
               MOVE DEC-KEY-1 TO WS-PAIR-KEY-LOW
               MOVE DEC-KEY-2 TO WS-PAIR-KEY-HIGH
           ELSE
               MOVE DEC-KEY-2 TO WS-PAIR-KEY-LOW
               MOVE DEC-KEY-1 TO WS-PAIR-KEY-HIGH
           END-IF.

           PERFORM 2400-FIND-DECISION
               THRU 2400-FIND-DECISION-EXIT.

           IF WS-DEC-HIT-SUB > ZERO
               MOVE DEC-DECISION TO WS-DEC-DECISION (WS-DEC-HIT-SUB)
               GO TO 1210-LOAD-ONE-DECISION-EXIT
           END-IF.

           IF WS-DEC-COUNT >= WS-DEC-MAX
               DISPLAY "TE042DUP - MORE THAN " WS-DEC-MAX
                       " REVIEWED PAIRS, RUN STOPPED"
               SET WS-DEC-EOF TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1210-LOAD-ONE-DECISION-EXIT
           END-IF.

           ADD 1 TO WS-DEC-COUNT.
           MOVE WS-DEC-COUNT TO WS-DEC-SUB.

           MOVE WS-PAIR-KEY-LOW  TO WS-DEC-KEY-LOW (WS-DEC-SUB).
           MOVE WS-PAIR-KEY-HIGH TO WS-DEC-KEY-HIGH (WS-DEC-SUB).
           MOVE DEC-DECISION     TO WS-DEC-DECISION (WS-DEC-SUB).

       1210-LOAD-ONE-DECISION-EXIT.
           EXIT.

      *================================================================
       2000-PROCESS-PATH-ROW.
      *----------------------------------------------------------------
      * THE PATH IS IN TEST-COMP / TEST-KEY-ENT ORDER, SO A CHANGE
      * OF CIX-COMP CLOSES THE COMPANY IN HAND.
      *================================================================
           READ CIX-IDX-FILE
               AT END
                   SET WS-EOF TO TRUE
                   PERFORM 2300-SCORE-COMPANY
                       THRU 2300-SCORE-COMPANY-EXIT
                   GO TO 2000-PROCESS-PATH-ROW-EXIT
           END-READ.

           IF NOT CIX-IDX-OK
               DISPLAY "TE042DUP - READ ERROR ON ENRCIDX  STATUS="
                       WS-CIX-IDX-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2000-PROCESS-PATH-ROW-EXIT
           END-IF.

           ADD 1 TO WS-PATH-READ-COUNT.

           IF CIX-COMP NOT = WS-CO-COMP
               PERFORM 2300-SCORE-COMPANY
                   THRU 2300-SCORE-COMPANY-EXIT
               MOVE CIX-COMP TO WS-CO-COMP
               MOVE ZERO     TO WS-CO-COUNT
               SET WS-CO-FITS TO TRUE
           END-IF.

           IF WS-CO-OVERFLOWED
               GO TO 2000-PROCESS-PATH-ROW-EXIT
           END-IF.

           MOVE CIX-KEY-ENT TO TEST-KEY-ENT OF TEST-ENR.
           READ ENR-IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
                   DISPLAY "TE042DUP - PATH ROW WITH NO MASTER RECORD"
                           "  COMP=" CIX-COMP " KEY=" CIX-KEY-ENT
                   SET WS-RUN-FAILED TO TRUE
                   GO TO 2000-PROCESS-PATH-ROW-EXIT
           END-READ.

           IF WS-CO-COUNT >= WS-CO-MAX
               SET WS-CO-OVERFLOWED TO TRUE
               GO TO 2000-PROCESS-PATH-ROW-EXIT
           END-IF.

           ADD 1 TO WS-CO-COUNT.
           MOVE TEST-ENR TO WS-ENR-IMAGE.
           MOVE "B"      TO WS-DSC-FUNCTION.
           CALL "TE042DSC" USING WS-DSC-FUNCTION
                                 WS-ENR-IMAGE
                                 WS-CO-CAND (WS-CO-COUNT)
                                 WS-UNUSED-CAND
                                 DUP-SCORE
                                 WS-DSC-STATUS.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "TE042DUP - TE042DSC BUILD FAILED  STATUS="
                       WS-DSC-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2000-PROCESS-PATH-ROW-EXIT.
           EXIT.

      *================================================================
       2300-SCORE-COMPANY.
      *================================================================
           IF WS-CO-OVERFLOWED
               ADD 1 TO WS-UNSCORED-CO-COUNT
               MOVE SPACES          TO DRP-LINE
               MOVE WS-CO-COMP      TO DRP-COMP
               MOVE "NOT SCORED"    TO DRP-STATUS
               MOVE "MORE THAN 2000 ENTITIES IN THE COMPANY"
                                    TO DRP-DETAIL
               PERFORM 2950-WRITE-REPORT-LINE
                   THRU 2950-WRITE-REPORT-LINE-EXIT
               SET WS-RUN-FAILED TO TRUE
               GO TO 2300-SCORE-COMPANY-EXIT
           END-IF.

           IF WS-CO-COUNT = ZERO
               GO TO 2300-SCORE-COMPANY-EXIT
           END-IF.

           ADD 1 TO WS-COMPANY-COUNT.

           PERFORM 2310-SCORE-AGAINST-REST
               THRU 2310-SCORE-AGAINST-REST-EXIT
               VARYING WS-CO-SUB-1 FROM 1 BY 1
               UNTIL WS-CO-SUB-1 >= WS-CO-COUNT
                  OR WS-FATAL-ERROR.

       2300-SCORE-COMPANY-EXIT.
           EXIT.

      *================================================================
       2310-SCORE-AGAINST-REST.
      *================================================================
           COMPUTE WS-CO-START-2 = WS-CO-SUB-1 + 1.

           PERFORM 2320-SCORE-ONE-PAIR
               THRU 2320-SCORE-ONE-PAIR-EXIT
               VARYING WS-CO-SUB-2 FROM WS-CO-START-2 BY 1
               UNTIL WS-CO-SUB-2 > WS-CO-COUNT
                  OR WS-FATAL-ERROR.

       2310-SCORE-AGAINST-REST-EXIT.
           EXIT.

      *================================================================
       2320-SCORE-ONE-PAIR.
      *================================================================
           MOVE WS-CO-CAND (WS-CO-SUB-1) TO WS-CAND-1.
           MOVE WS-CO-CAND (WS-CO-SUB-2) TO WS-CAND-2.

           MOVE "S" TO WS-DSC-FUNCTION.
           CALL "TE042DSC" USING WS-DSC-FUNCTION
                                 WS-ENR-IMAGE
                                 WS-CAND-1
                                 WS-CAND-2
                                 DUP-SCORE
                                 WS-DSC-STATUS.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "TE042DUP - TE042DSC SCORE FAILED  STATUS="
                       WS-DSC-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2320-SCORE-ONE-PAIR-EXIT
           END-IF.

           ADD 1 TO WS-PAIR-SCORED-COUNT.

      *----------------------------------------------------------------
      * THE DECISION COMES BEFORE THE THRESHOLD: A CONFIRMED
      * DUPLICATE IS REPORTED WHATEVER IT SCORES NOW, A PAIR DECIDED
      * "NOT A DUPLICATE" NEVER, AND ONLY AN UNREVIEWED PAIR IS HELD
      * TO THE THRESHOLD.  THE PATH IS IN KEY ORDER WITHIN A
      * COMPANY, SO THE FIRST OF THE PAIR IS ALWAYS THE LOWER KEY.
      *----------------------------------------------------------------
           MOVE CND-KEY-ENT OF WS-CAND-1 TO WS-PAIR-KEY-LOW.
           MOVE CND-KEY-ENT OF WS-CAND-2 TO WS-PAIR-KEY-HIGH.
           PERFORM 2400-FIND-DECISION
               THRU 2400-FIND-DECISION-EXIT.

           MOVE SPACES TO DRP-LINE.

           IF WS-DEC-HIT-SUB = ZERO
               IF SCR-TOTAL < WS-THRESHOLD
                   GO TO 2320-SCORE-ONE-PAIR-EXIT
               END-IF
               ADD 1 TO WS-REVIEW-COUNT
               MOVE "FOR REVIEW" TO DRP-STATUS
           ELSE
               IF WS-DEC-NOT-DUPLICATE (WS-DEC-HIT-SUB)
                   IF SCR-TOTAL NOT < WS-THRESHOLD
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   END-IF
                   GO TO 2320-SCORE-ONE-PAIR-EXIT
               END-IF
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE "CONFIRMED DUPLICATE" TO DRP-STATUS
           END-IF.

           MOVE WS-CO-COMP                TO DRP-COMP.
           MOVE CND-KEY-ENT OF WS-CAND-1  TO DRP-KEY-1.
           MOVE CND-KEY-ENT OF WS-CAND-2  TO DRP-KEY-2.
           MOVE SCR-TOTAL                 TO DRP-SCORE.
           MOVE SCR-LIB-PTS               TO WS-DSC-LIB-PTS.
           MOVE SCR-DATE1-PTS             TO WS-DSC-DATE1-PTS.
           MOVE SCR-DATE2-PTS             TO WS-DSC-DATE2-PTS.
           MOVE SCR-NUM-PTS               TO WS-DSC-NUM-PTS.
           MOVE SCR-AMT-PTS               TO WS-DSC-AMT-PTS.
           MOVE SCR-AMT-MATCHED           TO WS-DSC-AMT-MATCHED.
           MOVE SCR-AMT-USED              TO WS-DSC-AMT-USED.
           MOVE WS-DTL-SCORE              TO DRP-DETAIL.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE SPACES                    TO DRP-LINE.
           MOVE WS-CO-COMP                TO DRP-COMP.
           MOVE CND-KEY-ENT OF WS-CAND-1  TO DRP-KEY-1.
           MOVE CND-KEY-ENT OF WS-CAND-2  TO DRP-KEY-2.
           MOVE "NAMES AS COMPARED"       TO DRP-STATUS.
           MOVE CND-LIB-NORM OF WS-CAND-1 TO WS-DNM-LIB-1.
           MOVE CND-LIB-NORM OF WS-CAND-2 TO WS-DNM-LIB-2.
           MOVE WS-DTL-NAMES              TO DRP-DETAIL.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2320-SCORE-ONE-PAIR-EXIT.
           EXIT.

      *================================================================
       2400-FIND-DECISION.
      *----------------------------------------------------------------
      * WS-PAIR-KEY-LOW / WS-PAIR-KEY-HIGH IN, WS-DEC-HIT-SUB OUT
      * (ZERO WHEN THE PAIR HAS NEVER BEEN REVIEWED).
      *================================================================
           MOVE ZERO TO WS-DEC-HIT-SUB.

           PERFORM 2410-MATCH-ONE-DECISION
               THRU 2410-MATCH-ONE-DECISION-EXIT
               VARYING WS-DEC-SUB FROM 1 BY 1
               UNTIL WS-DEC-SUB > WS-DEC-COUNT
                  OR WS-DEC-HIT-SUB > ZERO.

       2400-FIND-DECISION-EXIT.
           EXIT.

      *================================================================
       2410-MATCH-ONE-DECISION.
      *================================================================
           IF WS-DEC-KEY-LOW (WS-DEC-SUB)  = WS-PAIR-KEY-LOW AND
              WS-DEC-KEY-HIGH (WS-DEC-SUB) = WS-PAIR-KEY-HIGH
               MOVE WS-DEC-SUB TO WS-DEC-HIT-SUB
           END-IF.

       2410-MATCH-ONE-DECISION-EXIT.
           EXIT.

      *================================================================
       2950-WRITE-REPORT-LINE.
      *================================================================
           WRITE DRP-LINE.
           IF NOT DUP-RPT-OK
               DISPLAY "TE042DUP - WRITE ERROR ON DUPRPT  STATUS="
                       WS-DUP-RPT-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2950-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-NO-FATAL-ERROR
               CLOSE CIX-IDX-FILE
                     ENR-IDX-FILE
                     DUP-RPT-FILE
           END-IF.

           DISPLAY "TE042DUP - PATH ROWS READ    : "
                   WS-PATH-READ-COUNT.
           DISPLAY "TE042DUP - PATH ROWS NO MSTR : "
                   WS-NO-MASTER-COUNT.
           DISPLAY "TE042DUP - COMPANIES SCORED  : "
                   WS-COMPANY-COUNT.
           DISPLAY "TE042DUP - COMPANIES SKIPPED : "
                   WS-UNSCORED-CO-COUNT.
           DISPLAY "TE042DUP - PAIRS SCORED      : "
                   WS-PAIR-SCORED-COUNT.
           DISPLAY "TE042DUP - PAIRS FOR REVIEW  : "
                   WS-REVIEW-COUNT.
           DISPLAY "TE042DUP - CONFIRMED, LIVE   : "
                   WS-CONFIRMED-COUNT.
           DISPLAY "TE042DUP - NOT DUPS, HIDDEN  : "
                   WS-SUPPRESSED-COUNT.

           IF WS-FATAL-ERROR OR WS-RUN-FAILED
               DISPLAY "TE042DUP - RUN FAILED, REPORT INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
