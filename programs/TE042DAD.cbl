      *================================================================
      * PROGRAM-ID : TE042DAD
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * LIKELY-DUPLICATE SCREEN OF TONIGHT'S ADDS.
      * RUNS STRAIGHT BEFORE TE012ADD.  EACH ENRADDS TRANSACTION IS
      * SCORED THROUGH TE042DSC AGAINST EVERY LIVE ENTITY OF ITS OWN
      * COMPANY, FOUND BY STARTING THE COMPANY ACCESS PATH (ENRCIDX)
      * AT THE ADD'S TEST-COMP -- THE SAME SCORE, THRESHOLD (DUPCTL)
      * AND REVIEW DECISIONS (DUPDEC) AS THE TE042DUP MASTER SCAN.
      * AN ADD WHOSE BEST MATCH SCORES AT OR ABOVE THE THRESHOLD, OR
      * THAT PAIRS WITH A KEY IT WAS CONFIRMED A DUPLICATE OF, IS
      * FLAGGED ON DUPFLAG (TE042FLG) AGAINST THAT MATCH, AND TE012ADD
      * REJECTS IT RATHER THAN POST A SECOND LIVE RECORD.  A PAIR
      * DECIDED "NOT A DUPLICATE" IS PASSED OVER, SO A REVIEWED ADD
      * GOES THROUGH WHEN ITS SOURCE SENDS IT AGAIN.
      * THE SAME ENTITY SENT TWICE IN ONE NIGHT UNDER TWO NEW KEYS
      * IS CAUGHT TOO: EACH ADD IS ALSO SCORED AGAINST THE EARLIER
      * ADDS OF ITS COMPANY IN THE FILE THAT TE012ADD WILL TRY TO
      * POST (NOT FLAGGED, KEY NOT ON THE MASTER), AND THE LATER ADD
      * IS FLAGGED AGAINST THE EARLIER ADD'S KEY.
      * THE SCREEN REPORT DUPARPT SHOWS EVERY PAIR AT OR ABOVE THE
      * THRESHOLD AND EACH FLAG RAISED.  AN ADD THAT WILL FAIL
      * TE012ADD'S OWN EDITS (BLANK KEY OR COMPANY, AMOUNT OR DATE
      * NOT NUMERIC) IS NOT SCREENED, AND AN ADD UNDER A KEY ALREADY
      * ON THE MASTER IS NOT SCORED AGAINST THAT KEY -- TE012ADD
      * REJECTS BOTH ANYWAY.
      * ANY FILE ERROR ENDS THE RUN WITH RETURN CODE 8; TE012ADD MUST
      * NOT RUN ON A SHORT DUPFLAG.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE042DAD.
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

           SELECT ADD-TXN-FILE ASSIGN TO "ENRADDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADD-TXN-STATUS.

           SELECT CIX-IDX-FILE ASSIGN TO "ENRCIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIX-PATH-KEY
               FILE STATUS IS WS-CIX-IDX-STATUS.

           SELECT ENR-IDX-FILE ASSIGN TO "ENRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR
               FILE STATUS IS WS-ENR-IDX-STATUS.

           SELECT DUP-FLG-FILE ASSIGN TO "DUPFLAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-FLG-STATUS.

           SELECT DUP-RPT-FILE ASSIGN TO "DUPARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * DUPCTL -- THE TE042DUP THRESHOLD CARD.
      *----------------------------------------------------------------
       FD  DUP-CTL-FILE
           RECORDING MODE IS F.
       01  DUP-CTL-RECORD.
           03 DCT-THRESHOLD             PIC 9(03).
           03 FILLER                    PIC X(77).

       FD  DUP-DEC-FILE
           RECORDING MODE IS F.
           COPY "TE042DEC.cpy".

      *----------------------------------------------------------------
      * ENRADDS AS TE012ADD READS IT.
      *----------------------------------------------------------------
       FD  ADD-TXN-FILE
           RECORDING MODE IS F.
       01  ADD-RECORD.
           03 ADD-KEY-ENT               PIC X(12).
           03 ADD-DATE-TRT              PIC 9(08).
           03 ADD-ENR-LIB               PIC X(30).
           03 ADD-COMP                  PIC X(10).
           03 ADD-ENR-CDST              PIC X(40).
           03 ADD-MNT-GROUP OCCURS 10 TIMES.
              04 ADD-MNT-SIGN           PIC X(01).
              04 ADD-MNT-VALUE          PIC 9(10)V9(9).
           03 ADD-DATE1                 PIC 9(08).
           03 ADD-DATE2                 PIC 9(08).
           03 ADD-NUM                   PIC 9(04).
           03 ADD-ARR-BEF-CNT           PIC 9(02).
           03 ADD-ARR-AFT-CNT           PIC 9(02).
           03 ADD-CPLX-CNT              PIC 9(02).
           03 ADD-ARR-BEF-ENTRY         PIC X(05) OCCURS 4 TIMES.
           03 ADD-ARR-AFT-ENTRY         PIC X(05) OCCURS 6 TIMES.
           03 ADD-CPLX-ENTRY            PIC X(15) OCCURS 10 TIMES.
           03 ADD-SRC-SYS-CD            PIC X(04).
           03 ADD-UPD-USER              PIC X(10).
           03 ADD-UPD-JOB               PIC X(08).

       FD  CIX-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE028CIX.cpy".

       FD  ENR-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-IDX-LEN.
           COPY "cobol-test.cpy".

       FD  DUP-FLG-FILE
           RECORDING MODE IS F.
           COPY "TE042FLG.cpy".

      *----------------------------------------------------------------
      * DUPARPT -- PER PAIR AT OR ABOVE THE THRESHOLD, THE SCORE AND
      * ITS BREAKDOWN THEN THE NAMES AS COMPARED; PER FLAGGED ADD,
      * ONE FLAG LINE NAMING THE MATCH TE012ADD WILL QUOTE.
      *----------------------------------------------------------------
       FD  DUP-RPT-FILE
           RECORDING MODE IS F.
       01  DAR-LINE.
           03 DAR-ADD-KEY               PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DAR-COMP                  PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DAR-MATCH-KEY             PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DAR-SCORE                 PIC ZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DAR-STATUS                PIC X(20).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DAR-DETAIL                PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-DUP-CTL-STATUS            PIC X(02).
           88 DUP-CTL-OK                          VALUE "00".

       01  WS-DUP-DEC-STATUS            PIC X(02).
           88 DUP-DEC-OK                          VALUE "00".

       01  WS-ADD-TXN-STATUS            PIC X(02).
           88 ADD-TXN-OK                          VALUE "00".

       01  WS-CIX-IDX-STATUS            PIC X(02).
           88 CIX-IDX-OK                          VALUE "00".

       01  WS-ENR-IDX-STATUS            PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".
           88 ENR-IDX-NOTFOUND                    VALUE "23".

       01  WS-DUP-FLG-STATUS            PIC X(02).
           88 DUP-FLG-OK                          VALUE "00".

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

       01  WS-CO-END-SW                 PIC X(01).
           88 WS-CO-END                            VALUE "Y".
           88 WS-CO-NOT-END                        VALUE "N".

       01  WS-SCREEN-SW                 PIC X(01).
           88 WS-ADD-SCREENABLE                    VALUE "Y".
           88 WS-ADD-NOT-SCREENABLE                VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL-ERROR                       VALUE "Y".
           88 WS-NO-FATAL-ERROR                    VALUE "N".

       01  WS-RUN-OK-SW                 PIC X(01).
           88 WS-RUN-CLEAN                         VALUE "Y".
           88 WS-RUN-FAILED                        VALUE "N".

       01  WS-COUNTERS.
           03 WS-READ-COUNT             PIC 9(09) COMP.
           03 WS-UNSCREENED-COUNT       PIC 9(09) COMP.
           03 WS-PAIR-SCORED-COUNT      PIC 9(09) COMP.
           03 WS-MATCH-COUNT            PIC 9(09) COMP.
           03 WS-SUPPRESSED-COUNT       PIC 9(09) COMP.
           03 WS-NO-MASTER-COUNT        PIC 9(09) COMP.
           03 WS-FLAGGED-COUNT          PIC 9(09) COMP.
           03 WS-ADD-PAIR-COUNT         PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE REPORTING THRESHOLD OFF DUPCTL (SAME DEFAULT AS TE042DUP).
      *----------------------------------------------------------------
       77  WS-THRESHOLD-DEFAULT         PIC 9(03) COMP VALUE 70.

       01  WS-THRESHOLD                 PIC 9(03) COMP.

      *----------------------------------------------------------------
      * REVIEW DECISIONS OFF DUPDEC, EACH PAIR HELD LOWER KEY FIRST
      * (SAME TABLE AND RULES AS TE042DUP).
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
      * THE BEST MATCH FOUND SO FAR FOR THE ADD IN HAND.  A CONFIRMED
      * DUPLICATE OUTRANKS ANY SCORE.
      *----------------------------------------------------------------
       01  WS-BEST-KEY                  PIC X(12).
       01  WS-BEST-SCORE                PIC 9(03) COMP.
       01  WS-BEST-SW                   PIC X(01).
           88 WS-BEST-NONE                         VALUE " ".
           88 WS-BEST-SCORED                       VALUE "S".
           88 WS-BEST-CONFIRMED                    VALUE "D".

      *----------------------------------------------------------------
      * THE KEY SCORED AGAINST THE ADD IN HAND, AND WHETHER IT IS A
      * LIVE ENTITY OR AN EARLIER ADD IN TONIGHT'S FILE.
      *----------------------------------------------------------------
       01  WS-MATCH-KEY                 PIC X(12).
       01  WS-MATCH-SW                  PIC X(01).
           88 WS-MATCH-MASTER                      VALUE "M".
           88 WS-MATCH-EARLIER-ADD                 VALUE "A".

      *----------------------------------------------------------------
      * EARLIER ADDS IN THE FILE THAT TE012ADD WILL TRY TO POST, AS
      * TE042DSC CANDIDATES.  AN ADD THAT DOES NOT FIT IS NOT SCORED
      * AGAINST THE ADDS AFTER IT, AND THE RUN ENDS RETURN CODE 8.
      *----------------------------------------------------------------
       77  WS-EA-MAX                    PIC 9(04) COMP VALUE 5000.

       01  WS-EA-COUNT                  PIC 9(04) COMP.

       01  WS-EA-TABLE.
           03 WS-EA-ENTRY OCCURS 5000 TIMES.
              05 WS-EA-COMP             PIC X(10).
              05 WS-EA-CAND             PIC X(200).

       01  WS-EA-SUB                    PIC 9(04) COMP.

       01  WS-EA-FULL-SW                PIC X(01).
           88 WS-EA-FULL                           VALUE "Y".
           88 WS-EA-NOT-FULL                       VALUE "N".

       01  WS-SUB                       PIC 9(02) COMP.
       01  WS-MNT-EDIT-VALUE            PIC S9(10)V9(9).

      *----------------------------------------------------------------
      * THE ADD AS TE012ADD WOULD POST IT, FOR THE CANDIDATE BUILD.
      *----------------------------------------------------------------
       COPY "cobol-test.cpy"
           REPLACING TEST-ENR BY TEST-ENR-IMG
                     TEST-SIMPLE-ARRAY-BEFORE-CNT
                              BY TEST-ARR-BEF-CNT-IMG
                     TEST-SIMPLE-ARRAY-AFTER-CNT
                              BY TEST-ARR-AFT-CNT-IMG
                     TEST-COMPLEXE-ARRAY-CNT
                              BY TEST-CPLX-ARR-CNT-IMG.

      *----------------------------------------------------------------
      * TE042DSC INTERFACE.
      *----------------------------------------------------------------
       01  WS-DSC-FUNCTION              PIC X(01).
       01  WS-DSC-STATUS                PIC X(02).
       01  WS-ENR-IMAGE                 PIC X(546).

       COPY "TE042SCR.cpy".

       COPY "TE042CND.cpy"
           REPLACING DUP-CANDIDATE BY WS-ADD-CAND.

       COPY "TE042CND.cpy"
           REPLACING DUP-CANDIDATE BY WS-MST-CAND.

      *----------------------------------------------------------------
      * THE DUPARPT DETAIL SHAPES.
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
               PERFORM 2000-SCREEN-ONE-ADD
                   THRU 2000-SCREEN-ONE-ADD-EXIT
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
           INITIALIZE WS-COUNTERS.
           MOVE ZERO TO WS-DEC-COUNT
                        WS-EA-COUNT.
           SET WS-EA-NOT-FULL TO TRUE.

           PERFORM 1100-READ-THRESHOLD-CARD
               THRU 1100-READ-THRESHOLD-CARD-EXIT.

           PERFORM 1200-LOAD-DECISIONS
               THRU 1200-LOAD-DECISIONS-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ADD-TXN-FILE.
           IF NOT ADD-TXN-OK
               DISPLAY "TE042DAD - OPEN ERROR ON ENRADDS  STATUS="
                       WS-ADD-TXN-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT CIX-IDX-FILE.
           IF NOT CIX-IDX-OK
               DISPLAY "TE042DAD - OPEN ERROR ON ENRCIDX  STATUS="
                       WS-CIX-IDX-STATUS
               CLOSE ADD-TXN-FILE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN INPUT ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE042DAD - OPEN ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               CLOSE ADD-TXN-FILE
                     CIX-IDX-FILE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DUP-FLG-FILE
                       DUP-RPT-FILE.
           IF NOT DUP-FLG-OK OR NOT DUP-RPT-OK
               DISPLAY "TE042DAD - OPEN ERROR ON DUPFLAG/DUPARPT  "
                       "STATUS=" WS-DUP-FLG-STATUS "/"
                       WS-DUP-RPT-STATUS
               CLOSE ADD-TXN-FILE
                     CIX-IDX-FILE
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
               DISPLAY "TE042DAD - NO PARAMETER CARD ON DUPCTL, "
                       "FLAGGING ADDS SCORING 070 OR MORE"
               GO TO 1100-READ-THRESHOLD-CARD-EXIT
           END-IF.

           READ DUP-CTL-FILE
               AT END
                   DISPLAY "TE042DAD - EMPTY PARAMETER CARD, "
                           "FLAGGING ADDS SCORING 070 OR MORE"
                   CLOSE DUP-CTL-FILE
                   GO TO 1100-READ-THRESHOLD-CARD-EXIT
           END-READ.

           CLOSE DUP-CTL-FILE.

           IF DCT-THRESHOLD NOT NUMERIC OR
              DCT-THRESHOLD = ZERO OR
              DCT-THRESHOLD > 100
               DISPLAY "TE042DAD - PARAMETER CARD UNUSABLE, "
                       "FLAGGING ADDS SCORING 070 OR MORE"
               GO TO 1100-READ-THRESHOLD-CARD-EXIT
           END-IF.

           MOVE DCT-THRESHOLD TO WS-THRESHOLD.
           DISPLAY "TE042DAD - FLAGGING ADDS SCORING "
                   DCT-THRESHOLD " OR MORE".

       1100-READ-THRESHOLD-CARD-EXIT.
           EXIT.

      *================================================================
       1200-LOAD-DECISIONS.
      *----------------------------------------------------------------
      * THE FILE MUST BE THERE, EMPTY OR NOT: RUN WITHOUT IT, AN ADD
      * ALREADY CLEARED ON REVIEW WOULD BE FLAGGED AND REJECTED AGAIN.
      *================================================================
           SET WS-DEC-NOT-EOF TO TRUE.

           OPEN INPUT DUP-DEC-FILE.
           IF NOT DUP-DEC-OK
               DISPLAY "TE042DAD - NO DECISION FILE ON DUPDEC, "
                       "RUN STOPPED  STATUS=" WS-DUP-DEC-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1200-LOAD-DECISIONS-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-DECISION
               THRU 1210-LOAD-ONE-DECISION-EXIT
               UNTIL WS-DEC-EOF.

           CLOSE DUP-DEC-FILE.

           DISPLAY "TE042DAD - REVIEW DECISIONS LOADED: " WS-DEC-COUNT.

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
               DISPLAY "TE042DAD - DECISION DROPPED, KEYS BLANK OR "
                       "EQUAL  KEY1=" DEC-KEY-1 " KEY2=" DEC-KEY-2
               GO TO 1210-LOAD-ONE-DECISION-EXIT
           END-IF.

           IF NOT DEC-NOT-DUPLICATE AND NOT DEC-IS-DUPLICATE
               DISPLAY "TE042DAD - DECISION DROPPED, NOT N OR D  "
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
               DISPLAY "TE042DAD - MORE THAN " WS-DEC-MAX
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
       2000-SCREEN-ONE-ADD.
      *================================================================
           READ ADD-TXN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-SCREEN-ONE-ADD-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           PERFORM 2100-CHECK-SCREENABLE
               THRU 2100-CHECK-SCREENABLE-EXIT.

           IF WS-ADD-NOT-SCREENABLE
               ADD 1 TO WS-UNSCREENED-COUNT
               GO TO 2000-SCREEN-ONE-ADD-EXIT
           END-IF.

           PERFORM 2200-BUILD-ADD-CANDIDATE
               THRU 2200-BUILD-ADD-CANDIDATE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2000-SCREEN-ONE-ADD-EXIT
           END-IF.

           MOVE SPACES TO WS-BEST-KEY
                          WS-BEST-SW.
           MOVE ZERO   TO WS-BEST-SCORE.

      *----------------------------------------------------------------
      * A COMPANY WITH NO ENTITIES YET HAS NO LIVE MATCH, BUT CAN
      * STILL HAVE AN EARLIER ADD TONIGHT.
      *----------------------------------------------------------------
           SET WS-CO-NOT-END TO TRUE.
           MOVE ADD-COMP   TO CIX-COMP.
           MOVE LOW-VALUES TO CIX-KEY-ENT.
           START CIX-IDX-FILE KEY NOT < CIX-PATH-KEY
               INVALID KEY
                   SET WS-CO-END TO TRUE
           END-START.

           PERFORM 2300-SCORE-ONE-ENTITY
               THRU 2300-SCORE-ONE-ENTITY-EXIT
               UNTIL WS-CO-END OR WS-FATAL-ERROR.

           PERFORM 2320-SCORE-ONE-EARLIER-ADD
               THRU 2320-SCORE-ONE-EARLIER-ADD-EXIT
               VARYING WS-EA-SUB FROM 1 BY 1
               UNTIL WS-EA-SUB > WS-EA-COUNT OR WS-FATAL-ERROR.

           IF WS-FATAL-ERROR
               GO TO 2000-SCREEN-ONE-ADD-EXIT
           END-IF.

           IF NOT WS-BEST-NONE
               PERFORM 2500-FLAG-ADD
                   THRU 2500-FLAG-ADD-EXIT
               GO TO 2000-SCREEN-ONE-ADD-EXIT
           END-IF.

           PERFORM 2330-KEEP-EARLIER-ADD
               THRU 2330-KEEP-EARLIER-ADD-EXIT.

       2000-SCREEN-ONE-ADD-EXIT.
           EXIT.

      *================================================================
       2100-CHECK-SCREENABLE.
      *----------------------------------------------------------------
      * AN ADD TE012ADD WILL REJECT ON ITS OWN EDITS IS NOT WORTH
      * SCORING, AND ITS AMOUNTS COULD NOT BE TAKEN SAFELY.
      *================================================================
           SET WS-ADD-SCREENABLE TO TRUE.

           IF ADD-KEY-ENT = SPACES OR ADD-COMP = SPACES
               SET WS-ADD-NOT-SCREENABLE TO TRUE
               GO TO 2100-CHECK-SCREENABLE-EXIT
           END-IF.

           IF ADD-DATE1 NOT NUMERIC OR ADD-DATE2 NOT NUMERIC
               SET WS-ADD-NOT-SCREENABLE TO TRUE
               GO TO 2100-CHECK-SCREENABLE-EXIT
           END-IF.

           PERFORM 2110-CHECK-ONE-AMOUNT
               THRU 2110-CHECK-ONE-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 10 OR WS-ADD-NOT-SCREENABLE.

       2100-CHECK-SCREENABLE-EXIT.
           EXIT.

      *================================================================
       2110-CHECK-ONE-AMOUNT.
      *================================================================
           IF ADD-MNT-VALUE (WS-SUB) NOT NUMERIC OR
              (ADD-MNT-SIGN (WS-SUB) NOT = "+" AND
               ADD-MNT-SIGN (WS-SUB) NOT = "-")
               SET WS-ADD-NOT-SCREENABLE TO TRUE
           END-IF.

       2110-CHECK-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2200-BUILD-ADD-CANDIDATE.
      *----------------------------------------------------------------
      * THE FIELDS THE SCORE READS ARE SET JUST AS TE012ADD'S 2400
      * SETS THEM, SO EACH AMOUNT IS COMPARED AS IT WOULD BE POSTED.
      * THE RECORD IS BLANKED AT FULL LENGTH, THEN GIVEN ONE
      * OCCURRENCE OF EACH ARRAY -- THE SCORE DOES NOT READ THEM.
      *================================================================
           MOVE SPACES TO TEST-ENR-IMG.
           MOVE 1      TO TEST-ARR-BEF-CNT-IMG
                          TEST-ARR-AFT-CNT-IMG
                          TEST-CPLX-ARR-CNT-IMG.

           MOVE ADD-KEY-ENT    TO TEST-KEY-ENT OF TEST-ENR-IMG.
           MOVE ADD-ENR-LIB    TO TEST-ENR-LIB OF TEST-ENR-IMG.
           MOVE ADD-COMP       TO TEST-COMP OF TEST-ENR-IMG.
           MOVE ADD-DATE1      TO TEST-DATE1 OF TEST-ENR-IMG.
           MOVE ADD-DATE2      TO TEST-DATE2 OF TEST-ENR-IMG.
           MOVE ADD-NUM        TO TEST-NUM-CAR OF TEST-ENR-IMG.
           MOVE ADD-SRC-SYS-CD TO TEST-SRC-SYS-CD OF TEST-ENR-IMG.

           PERFORM 2210-STORE-ONE-AMOUNT
               THRU 2210-STORE-ONE-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           MOVE TEST-ENR-IMG TO WS-ENR-IMAGE.
           MOVE "B"          TO WS-DSC-FUNCTION.
           CALL "TE042DSC" USING WS-DSC-FUNCTION
                                 WS-ENR-IMAGE
                                 WS-ADD-CAND
                                 WS-MST-CAND
                                 DUP-SCORE
                                 WS-DSC-STATUS.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "TE042DAD - TE042DSC BUILD FAILED  STATUS="
                       WS-DSC-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2200-BUILD-ADD-CANDIDATE-EXIT.
           EXIT.

      *================================================================
       2210-STORE-ONE-AMOUNT.
      *================================================================
           IF ADD-MNT-SIGN (WS-SUB) = "-"
               COMPUTE WS-MNT-EDIT-VALUE =
                       ADD-MNT-VALUE (WS-SUB) * -1
           ELSE
               MOVE ADD-MNT-VALUE (WS-SUB) TO WS-MNT-EDIT-VALUE
           END-IF.

           EVALUATE WS-SUB
               WHEN 1
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-1 OF TEST-ENR-IMG
               WHEN 2
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-2 OF TEST-ENR-IMG
               WHEN 3
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-3 OF TEST-ENR-IMG
               WHEN 4
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-4 OF TEST-ENR-IMG
               WHEN 5
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-5 OF TEST-ENR-IMG
               WHEN 6
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-6 OF TEST-ENR-IMG
               WHEN 7
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-7 OF TEST-ENR-IMG
               WHEN 8
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-8 OF TEST-ENR-IMG
               WHEN 9
                   MOVE WS-MNT-EDIT-VALUE TO TEST-MNT-9 OF TEST-ENR-IMG
               WHEN 10
                   MOVE WS-MNT-EDIT-VALUE
                                       TO TEST-MNT-10 OF TEST-ENR-IMG
           END-EVALUATE.

       2210-STORE-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2300-SCORE-ONE-ENTITY.
      *================================================================
           READ CIX-IDX-FILE NEXT RECORD
               AT END
                   SET WS-CO-END TO TRUE
                   GO TO 2300-SCORE-ONE-ENTITY-EXIT
           END-READ.

           IF CIX-COMP NOT = ADD-COMP
               SET WS-CO-END TO TRUE
               GO TO 2300-SCORE-ONE-ENTITY-EXIT
           END-IF.

           IF CIX-KEY-ENT = ADD-KEY-ENT
               GO TO 2300-SCORE-ONE-ENTITY-EXIT
           END-IF.

           MOVE CIX-KEY-ENT TO TEST-KEY-ENT OF TEST-ENR.
           READ ENR-IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
                   DISPLAY "TE042DAD - PATH ROW WITH NO MASTER RECORD"
                           "  COMP=" CIX-COMP " KEY=" CIX-KEY-ENT
                   SET WS-RUN-FAILED TO TRUE
                   GO TO 2300-SCORE-ONE-ENTITY-EXIT
           END-READ.

           MOVE TEST-ENR TO WS-ENR-IMAGE.
           MOVE "B"      TO WS-DSC-FUNCTION.
           CALL "TE042DSC" USING WS-DSC-FUNCTION
                                 WS-ENR-IMAGE
                                 WS-MST-CAND
                                 WS-ADD-CAND
                                 DUP-SCORE
                                 WS-DSC-STATUS.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "TE042DAD - TE042DSC BUILD FAILED  STATUS="
                       WS-DSC-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2300-SCORE-ONE-ENTITY-EXIT
           END-IF.

           MOVE "S" TO WS-DSC-FUNCTION.
           CALL "TE042DSC" USING WS-DSC-FUNCTION
                                 WS-ENR-IMAGE
                                 WS-ADD-CAND
                                 WS-MST-CAND
                                 DUP-SCORE
                                 WS-DSC-STATUS.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "TE042DAD - TE042DSC SCORE FAILED  STATUS="
                       WS-DSC-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2300-SCORE-ONE-ENTITY-EXIT
           END-IF.

           ADD 1 TO WS-PAIR-SCORED-COUNT.

           MOVE CIX-KEY-ENT TO WS-MATCH-KEY.
           SET WS-MATCH-MASTER TO TRUE.
           PERFORM 2350-JUDGE-PAIR
               THRU 2350-JUDGE-PAIR-EXIT.

       2300-SCORE-ONE-ENTITY-EXIT.
           EXIT.

      *================================================================
       2320-SCORE-ONE-EARLIER-ADD.
      *----------------------------------------------------------------
      * AN EARLIER ADD UNDER THE SAME KEY IS TE012ADD'S EXACT-KEY
      * REJECT, NOT A MATCH.
      *================================================================
           IF WS-EA-COMP (WS-EA-SUB) NOT = ADD-COMP
               GO TO 2320-SCORE-ONE-EARLIER-ADD-EXIT
           END-IF.

           MOVE WS-EA-CAND (WS-EA-SUB) TO WS-MST-CAND.
           IF CND-KEY-ENT OF WS-MST-CAND = ADD-KEY-ENT
               GO TO 2320-SCORE-ONE-EARLIER-ADD-EXIT
           END-IF.

           MOVE "S" TO WS-DSC-FUNCTION.
           CALL "TE042DSC" USING WS-DSC-FUNCTION
                                 WS-ENR-IMAGE
                                 WS-ADD-CAND
                                 WS-MST-CAND
                                 DUP-SCORE
                                 WS-DSC-STATUS.
           IF WS-DSC-STATUS NOT = "00"
               DISPLAY "TE042DAD - TE042DSC SCORE FAILED  STATUS="
                       WS-DSC-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2320-SCORE-ONE-EARLIER-ADD-EXIT
           END-IF.

           ADD 1 TO WS-ADD-PAIR-COUNT.

           MOVE CND-KEY-ENT OF WS-MST-CAND TO WS-MATCH-KEY.
           SET WS-MATCH-EARLIER-ADD TO TRUE.
           PERFORM 2350-JUDGE-PAIR
               THRU 2350-JUDGE-PAIR-EXIT.

       2320-SCORE-ONE-EARLIER-ADD-EXIT.
           EXIT.

      *================================================================
       2330-KEEP-EARLIER-ADD.
      *----------------------------------------------------------------
      * ONLY AN ADD TE012ADD WILL TRY TO POST IS KEPT: ONE FLAGGED
      * HERE, OR UNDER A KEY ALREADY ON THE MASTER, IS REJECTED
      * THERE AND LEAVES NOTHING FOR A LATER ADD TO DUPLICATE.
      *================================================================
           MOVE ADD-KEY-ENT TO TEST-KEY-ENT OF TEST-ENR.
           READ ENR-IDX-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ENR-IDX-OK
               GO TO 2330-KEEP-EARLIER-ADD-EXIT
           END-IF.

           IF WS-EA-COUNT >= WS-EA-MAX
               IF WS-EA-NOT-FULL
                   DISPLAY "TE042DAD - MORE THAN " WS-EA-MAX
                           " ADDS TO HOLD, LATER ADDS NOT SCORED "
                           "AGAINST THE REST  KEY=" ADD-KEY-ENT
                   SET WS-EA-FULL TO TRUE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               GO TO 2330-KEEP-EARLIER-ADD-EXIT
           END-IF.

           ADD 1 TO WS-EA-COUNT.
           MOVE ADD-COMP    TO WS-EA-COMP (WS-EA-COUNT).
           MOVE WS-ADD-CAND TO WS-EA-CAND (WS-EA-COUNT).

       2330-KEEP-EARLIER-ADD-EXIT.
           EXIT.

      *================================================================
       2350-JUDGE-PAIR.
      *----------------------------------------------------------------
      * "NOT A DUPLICATE" ON FILE PASSES THE PAIR OVER WHATEVER IT
      * SCORES; "CONFIRMED" COUNTS WHATEVER IT SCORES.  WS-MATCH-KEY
      * IS THE LIVE ENTITY OR EARLIER ADD THE ADD WAS SCORED AGAINST.
      *================================================================
           IF ADD-KEY-ENT < WS-MATCH-KEY
               MOVE ADD-KEY-ENT  TO WS-PAIR-KEY-LOW
               MOVE WS-MATCH-KEY TO WS-PAIR-KEY-HIGH
           ELSE
               MOVE WS-MATCH-KEY TO WS-PAIR-KEY-LOW
               MOVE ADD-KEY-ENT  TO WS-PAIR-KEY-HIGH
           END-IF.

           PERFORM 2400-FIND-DECISION
               THRU 2400-FIND-DECISION-EXIT.

           MOVE SPACES TO DAR-LINE.

           IF WS-DEC-HIT-SUB > ZERO
               IF WS-DEC-NOT-DUPLICATE (WS-DEC-HIT-SUB)
                   IF SCR-TOTAL NOT < WS-THRESHOLD
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   END-IF
                   GO TO 2350-JUDGE-PAIR-EXIT
               END-IF
               MOVE "CONFIRMED DUPLICATE" TO DAR-STATUS
               IF NOT WS-BEST-CONFIRMED
                   SET WS-BEST-CONFIRMED TO TRUE
                   MOVE WS-MATCH-KEY TO WS-BEST-KEY
                   MOVE SCR-TOTAL    TO WS-BEST-SCORE
               END-IF
           ELSE
               IF SCR-TOTAL < WS-THRESHOLD
                   GO TO 2350-JUDGE-PAIR-EXIT
               END-IF
               IF WS-MATCH-MASTER
                   MOVE "LIKELY DUPLICATE" TO DAR-STATUS
               ELSE
                   MOVE "LIKELY DUP OF AN ADD" TO DAR-STATUS
               END-IF
               IF NOT WS-BEST-CONFIRMED AND
                  (WS-BEST-NONE OR SCR-TOTAL > WS-BEST-SCORE)
                   SET WS-BEST-SCORED TO TRUE
                   MOVE WS-MATCH-KEY TO WS-BEST-KEY
                   MOVE SCR-TOTAL    TO WS-BEST-SCORE
               END-IF
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.

           MOVE ADD-KEY-ENT     TO DAR-ADD-KEY.
           MOVE ADD-COMP        TO DAR-COMP.
           MOVE WS-MATCH-KEY    TO DAR-MATCH-KEY.
           MOVE SCR-TOTAL       TO DAR-SCORE.
           MOVE SCR-LIB-PTS     TO WS-DSC-LIB-PTS.
           MOVE SCR-DATE1-PTS   TO WS-DSC-DATE1-PTS.
           MOVE SCR-DATE2-PTS   TO WS-DSC-DATE2-PTS.
           MOVE SCR-NUM-PTS     TO WS-DSC-NUM-PTS.
           MOVE SCR-AMT-PTS     TO WS-DSC-AMT-PTS.
           MOVE SCR-AMT-MATCHED TO WS-DSC-AMT-MATCHED.
           MOVE SCR-AMT-USED    TO WS-DSC-AMT-USED.
           MOVE WS-DTL-SCORE    TO DAR-DETAIL.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE SPACES                       TO DAR-LINE.
           MOVE ADD-KEY-ENT                  TO DAR-ADD-KEY.
           MOVE ADD-COMP                     TO DAR-COMP.
           MOVE WS-MATCH-KEY                 TO DAR-MATCH-KEY.
           MOVE "NAMES AS COMPARED"          TO DAR-STATUS.
           MOVE CND-LIB-NORM OF WS-ADD-CAND  TO WS-DNM-LIB-1.
           MOVE CND-LIB-NORM OF WS-MST-CAND  TO WS-DNM-LIB-2.
           MOVE WS-DTL-NAMES                 TO DAR-DETAIL.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2350-JUDGE-PAIR-EXIT.
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
       2500-FLAG-ADD.
      *================================================================
           MOVE SPACES          TO DUP-FLAG-RECORD.
           MOVE ADD-KEY-ENT     TO FLG-ADD-KEY.
           MOVE WS-BEST-KEY     TO FLG-MATCH-KEY.
           MOVE WS-BEST-SCORE   TO FLG-SCORE.
           MOVE ADD-COMP        TO FLG-COMP.
           MOVE ADD-SRC-SYS-CD  TO FLG-SRC-SYS.

           WRITE DUP-FLAG-RECORD.
           IF NOT DUP-FLG-OK
               DISPLAY "TE042DAD - WRITE ERROR ON DUPFLAG  KEY="
                       FLG-ADD-KEY "  STATUS=" WS-DUP-FLG-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 2500-FLAG-ADD-EXIT
           END-IF.

           ADD 1 TO WS-FLAGGED-COUNT.

           MOVE SPACES          TO DAR-LINE.
           MOVE ADD-KEY-ENT     TO DAR-ADD-KEY.
           MOVE ADD-COMP        TO DAR-COMP.
           MOVE WS-BEST-KEY     TO DAR-MATCH-KEY.
           MOVE WS-BEST-SCORE   TO DAR-SCORE.
           MOVE "FLAGGED FOR TE012ADD" TO DAR-STATUS.
           MOVE "TE012ADD REJECTS THE ADD AS A LIKELY DUPLICATE"
                                TO DAR-DETAIL.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2500-FLAG-ADD-EXIT.
           EXIT.

      *================================================================
       2950-WRITE-REPORT-LINE.
      *================================================================
           WRITE DAR-LINE.
           IF NOT DUP-RPT-OK
               DISPLAY "TE042DAD - WRITE ERROR ON DUPARPT  STATUS="
                       WS-DUP-RPT-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2950-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-NO-FATAL-ERROR
               CLOSE ADD-TXN-FILE
                     CIX-IDX-FILE
                     ENR-IDX-FILE
                     DUP-FLG-FILE
                     DUP-RPT-FILE
           END-IF.

           DISPLAY "TE042DAD - ADDS READ         : "
                   WS-READ-COUNT.
           DISPLAY "TE042DAD - ADDS NOT SCREENED : "
                   WS-UNSCREENED-COUNT.
           DISPLAY "TE042DAD - PAIRS SCORED      : "
                   WS-PAIR-SCORED-COUNT.
           DISPLAY "TE042DAD - ADD PAIRS SCORED  : "
                   WS-ADD-PAIR-COUNT.
           DISPLAY "TE042DAD - PAIRS REPORTED    : "
                   WS-MATCH-COUNT.
           DISPLAY "TE042DAD - NOT DUPS, PASSED  : "
                   WS-SUPPRESSED-COUNT.
           DISPLAY "TE042DAD - PATH ROWS NO MSTR : "
                   WS-NO-MASTER-COUNT.
           DISPLAY "TE042DAD - ADDS FLAGGED      : "
                   WS-FLAGGED-COUNT.

      *----------------------------------------------------------------
      * A SHORT DUPFLAG WOULD LET A DUPLICATE THROUGH -- THE RETURN
      * CODE KEEPS OPERATIONS FROM RUNNING TE012ADD BEHIND IT.
      *----------------------------------------------------------------
           IF WS-FATAL-ERROR OR WS-RUN-FAILED
               DISPLAY "TE042DAD - RUN FAILED, HOLD TE012ADD"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
