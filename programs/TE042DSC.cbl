      *================================================================
      * PROGRAM-ID : TE042DSC
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * DUPLICATE-ENTITY SCORING (CALLED SUBPROGRAM).
      * TE012ADD ONLY REJECTS AN ADD WHOSE KEY IS ALREADY ON THE
      * MASTER, SO A SOURCE THAT RE-ADDS AN ENTITY UNDER A NEW
      * TEST-KEY-ENT LEAVES US TWO LIVE RECORDS FOR IT.  THE MASTER
      * SCAN (TE042DUP) AND THE NIGHTLY ADD SCREEN (TE042DAD) BOTH
      * CALL THIS SUBPROGRAM, SO A PAIR SCORES THE SAME WHICHEVER JOB
      * LOOKS AT IT.  TWO FUNCTIONS:
      *   "B"  BUILD LK-CAND-A (TE042CND) FROM THE TEST-ENR IMAGE IN
      *        LK-ENR-IMAGE: NAME NORMALISED, DATES AND NUMBER
      *        TAKEN, AMOUNTS PUT IN ONE CANONICAL SHAPE.
      *   "S"  SCORE LK-CAND-A AGAINST LK-CAND-B INTO LK-SCORE
      *        (TE042SCR, WHICH GIVES THE WEIGHTS).
      * NO FILES AND NO STATE BETWEEN CALLS.  LK-RETURN-STATUS IS
      * "00", OR "99" FOR A FUNCTION CODE IT DOES NOT KNOW.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE042DSC.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * THE IMAGE BEING BUILT FROM, IN THE TEST-ENR LAYOUT.
      *----------------------------------------------------------------
       COPY "cobol-test.cpy"
           REPLACING TEST-ENR BY TEST-ENR-IMG
                     TEST-SIMPLE-ARRAY-BEFORE-CNT
                              BY TEST-ARR-BEF-CNT-IMG
                     TEST-SIMPLE-ARRAY-AFTER-CNT
                              BY TEST-ARR-AFT-CNT-IMG
                     TEST-COMPLEXE-ARRAY-CNT
                              BY TEST-CPLX-ARR-CNT-IMG.

       01  WS-SUB                       PIC 9(02) COMP.

      *----------------------------------------------------------------
      * NAME NORMALISATION WORK AREAS.
      *----------------------------------------------------------------
       01  WS-NORM-IN                   PIC X(30).
       01  WS-NORM-OUT                  PIC X(30).
       01  WS-NORM-CHAR                 PIC X(01).
       01  WS-IN-POS                    PIC 9(02) COMP.
       01  WS-OUT-POS                   PIC 9(02) COMP.
       01  WS-SHORT-LEN                 PIC 9(02) COMP.

      *----------------------------------------------------------------
      * THE SCORE WEIGHTS (SEE TE042SCR).
      *----------------------------------------------------------------
       77  WS-LIB-FULL-PTS              PIC 9(02) COMP VALUE 40.
       77  WS-LIB-PART-PTS              PIC 9(02) COMP VALUE 25.
       77  WS-LIB-PART-MIN              PIC 9(02) COMP VALUE 8.
       77  WS-DATE-PTS                  PIC 9(02) COMP VALUE 15.
       77  WS-NUM-PTS                   PIC 9(02) COMP VALUE 10.
       77  WS-AMT-PTS                   PIC 9(02) COMP VALUE 20.

       LINKAGE SECTION.
       01  LK-FUNCTION-CD               PIC X(01).
           88 LK-BUILD-CANDIDATE                   VALUE "B".
           88 LK-SCORE-PAIR                        VALUE "S".
       01  LK-ENR-IMAGE                 PIC X(546).
           COPY "TE042CND.cpy"
               REPLACING DUP-CANDIDATE BY LK-CAND-A.
           COPY "TE042CND.cpy"
               REPLACING DUP-CANDIDATE BY LK-CAND-B.
           COPY "TE042SCR.cpy"
               REPLACING DUP-SCORE BY LK-SCORE.
       01  LK-RETURN-STATUS             PIC X(02).

       PROCEDURE DIVISION USING LK-FUNCTION-CD
                                LK-ENR-IMAGE
                                LK-CAND-A
                                LK-CAND-B
                                LK-SCORE
                                LK-RETURN-STATUS.
      *================================================================
       0000-MAINLINE.
      *================================================================
           MOVE "00" TO LK-RETURN-STATUS.

           EVALUATE TRUE
               WHEN LK-BUILD-CANDIDATE
                   PERFORM 1000-BUILD-CANDIDATE
                       THRU 1000-BUILD-CANDIDATE-EXIT
               WHEN LK-SCORE-PAIR
                   PERFORM 2000-SCORE-PAIR
                       THRU 2000-SCORE-PAIR-EXIT
               WHEN OTHER
                   MOVE "99" TO LK-RETURN-STATUS
           END-EVALUATE.

           GOBACK.

      *================================================================
       1000-BUILD-CANDIDATE.
      *================================================================
           MOVE LK-ENR-IMAGE TO TEST-ENR-IMG.

           MOVE SPACES TO LK-CAND-A.
           MOVE TEST-KEY-ENT OF TEST-ENR-IMG
                                 TO CND-KEY-ENT OF LK-CAND-A.
           MOVE TEST-COMP OF TEST-ENR-IMG
                                 TO CND-COMP OF LK-CAND-A.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-IMG
                                 TO CND-SRC-SYS OF LK-CAND-A.
           MOVE TEST-NUM-CAR OF TEST-ENR-IMG
                                 TO CND-NUM OF LK-CAND-A.

           IF TEST-DATE1 OF TEST-ENR-IMG NUMERIC
               MOVE TEST-DATE1 OF TEST-ENR-IMG
                                 TO CND-DATE1 OF LK-CAND-A
           ELSE
               MOVE ZERO         TO CND-DATE1 OF LK-CAND-A
           END-IF.

           IF TEST-DATE2 OF TEST-ENR-IMG NUMERIC
               MOVE TEST-DATE2 OF TEST-ENR-IMG
                                 TO CND-DATE2 OF LK-CAND-A
           ELSE
               MOVE ZERO         TO CND-DATE2 OF LK-CAND-A
           END-IF.

           PERFORM 1100-NORMALISE-NAME
               THRU 1100-NORMALISE-NAME-EXIT.

           MOVE ZERO TO CND-MNT-USED OF LK-CAND-A.
           PERFORM 1200-TAKE-ONE-AMOUNT
               THRU 1200-TAKE-ONE-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

       1000-BUILD-CANDIDATE-EXIT.
           EXIT.

      *================================================================
       1100-NORMALISE-NAME.
      *----------------------------------------------------------------
      * UPPER CASE, THEN ONLY LETTERS AND DIGITS KEPT, SO "ACME
      * CORP.", "Acme Corp" AND "ACMECORP" ALL COME OUT "ACMECORP".
      *================================================================
           MOVE TEST-ENR-LIB OF TEST-ENR-IMG TO WS-NORM-IN.
           INSPECT WS-NORM-IN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO   TO WS-OUT-POS.

           PERFORM 1110-NORMALISE-ONE-CHAR
               THRU 1110-NORMALISE-ONE-CHAR-EXIT
               VARYING WS-IN-POS FROM 1 BY 1
               UNTIL WS-IN-POS > 30.

           MOVE WS-NORM-OUT TO CND-LIB-NORM OF LK-CAND-A.
           MOVE WS-OUT-POS  TO CND-LIB-LEN OF LK-CAND-A.

       1100-NORMALISE-NAME-EXIT.
           EXIT.

      *================================================================
       1110-NORMALISE-ONE-CHAR.
      *================================================================
           MOVE WS-NORM-IN (WS-IN-POS:1) TO WS-NORM-CHAR.

           IF WS-NORM-CHAR = SPACE
               GO TO 1110-NORMALISE-ONE-CHAR-EXIT
           END-IF.

           IF WS-NORM-CHAR ALPHABETIC-UPPER OR
              WS-NORM-CHAR NUMERIC
               ADD 1 TO WS-OUT-POS
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-OUT-POS:1)
           END-IF.

       1110-NORMALISE-ONE-CHAR-EXIT.
           EXIT.

      *================================================================
       1200-TAKE-ONE-AMOUNT.
      *----------------------------------------------------------------
      * THE MOVE ALIGNS THE DECIMAL POINT AND DROPS THE FIELD'S OWN
      * SIGN CONVENTION, THE REVERSE OF TE012ADD'S 2410.
      *================================================================
           MOVE ZERO TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB).

           EVALUATE WS-SUB
               WHEN 1
                   IF TEST-MNT-1 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-1 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 2
                   IF TEST-MNT-2 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-2 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 3
                   IF TEST-MNT-3 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-3 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 4
                   IF TEST-MNT-4 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-4 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 5
                   IF TEST-MNT-5 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-5 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 6
                   IF TEST-MNT-6 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-6 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 7
                   IF TEST-MNT-7 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-7 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 8
                   IF TEST-MNT-8 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-8 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 9
                   IF TEST-MNT-9 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-9 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
               WHEN 10
                   IF TEST-MNT-10 OF TEST-ENR-IMG NUMERIC
                       MOVE TEST-MNT-10 OF TEST-ENR-IMG
                         TO CND-MNT-VALUE OF LK-CAND-A (WS-SUB)
                   END-IF
           END-EVALUATE.

           IF CND-MNT-VALUE OF LK-CAND-A (WS-SUB) NOT = ZERO
               ADD 1 TO CND-MNT-USED OF LK-CAND-A
           END-IF.

       1200-TAKE-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2000-SCORE-PAIR.
      *================================================================
           MOVE ZERO TO SCR-TOTAL OF LK-SCORE
                        SCR-LIB-PTS OF LK-SCORE
                        SCR-DATE1-PTS OF LK-SCORE
                        SCR-DATE2-PTS OF LK-SCORE
                        SCR-NUM-PTS OF LK-SCORE
                        SCR-AMT-PTS OF LK-SCORE
                        SCR-AMT-MATCHED OF LK-SCORE
                        SCR-AMT-USED OF LK-SCORE.

           PERFORM 2100-SCORE-NAME
               THRU 2100-SCORE-NAME-EXIT.

           IF CND-DATE1 OF LK-CAND-A NOT = ZERO AND
              CND-DATE1 OF LK-CAND-A = CND-DATE1 OF LK-CAND-B
               MOVE WS-DATE-PTS TO SCR-DATE1-PTS OF LK-SCORE
           END-IF.

           IF CND-DATE2 OF LK-CAND-A NOT = ZERO AND
              CND-DATE2 OF LK-CAND-A = CND-DATE2 OF LK-CAND-B
               MOVE WS-DATE-PTS TO SCR-DATE2-PTS OF LK-SCORE
           END-IF.

           IF CND-NUM OF LK-CAND-A NOT = SPACES AND
              CND-NUM OF LK-CAND-A NOT = "0000" AND
              CND-NUM OF LK-CAND-A = CND-NUM OF LK-CAND-B
               MOVE WS-NUM-PTS TO SCR-NUM-PTS OF LK-SCORE
           END-IF.

           PERFORM 2200-COMPARE-ONE-AMOUNT
               THRU 2200-COMPARE-ONE-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           IF SCR-AMT-USED OF LK-SCORE > ZERO
               COMPUTE SCR-AMT-PTS OF LK-SCORE =
                       WS-AMT-PTS * SCR-AMT-MATCHED OF LK-SCORE
                                  / SCR-AMT-USED OF LK-SCORE
           END-IF.

           COMPUTE SCR-TOTAL OF LK-SCORE =
                   SCR-LIB-PTS OF LK-SCORE
                 + SCR-DATE1-PTS OF LK-SCORE
                 + SCR-DATE2-PTS OF LK-SCORE
                 + SCR-NUM-PTS OF LK-SCORE
                 + SCR-AMT-PTS OF LK-SCORE.

       2000-SCORE-PAIR-EXIT.
           EXIT.

      *================================================================
       2100-SCORE-NAME.
      *----------------------------------------------------------------
      * A NAME WITH NO LETTER OR DIGIT IS NO EVIDENCE EITHER WAY.
      *================================================================
           IF CND-LIB-LEN OF LK-CAND-A = ZERO OR
              CND-LIB-LEN OF LK-CAND-B = ZERO
               GO TO 2100-SCORE-NAME-EXIT
           END-IF.

           IF CND-LIB-NORM OF LK-CAND-A = CND-LIB-NORM OF LK-CAND-B
               MOVE WS-LIB-FULL-PTS TO SCR-LIB-PTS OF LK-SCORE
               GO TO 2100-SCORE-NAME-EXIT
           END-IF.

           IF CND-LIB-LEN OF LK-CAND-A < CND-LIB-LEN OF LK-CAND-B
               MOVE CND-LIB-LEN OF LK-CAND-A TO WS-SHORT-LEN
           ELSE
               MOVE CND-LIB-LEN OF LK-CAND-B TO WS-SHORT-LEN
           END-IF.

           IF WS-SHORT-LEN < WS-LIB-PART-MIN
               GO TO 2100-SCORE-NAME-EXIT
           END-IF.

           IF CND-LIB-NORM OF LK-CAND-A (1:WS-SHORT-LEN) =
              CND-LIB-NORM OF LK-CAND-B (1:WS-SHORT-LEN)
               MOVE WS-LIB-PART-PTS TO SCR-LIB-PTS OF LK-SCORE
           END-IF.

       2100-SCORE-NAME-EXIT.
           EXIT.

      *================================================================
       2200-COMPARE-ONE-AMOUNT.
      *----------------------------------------------------------------
      * A POSITION ZERO ON BOTH SIDES SAYS NOTHING AND IS LEFT OUT.
      *================================================================
           IF CND-MNT-VALUE OF LK-CAND-A (WS-SUB) = ZERO AND
              CND-MNT-VALUE OF LK-CAND-B (WS-SUB) = ZERO
               GO TO 2200-COMPARE-ONE-AMOUNT-EXIT
           END-IF.

           ADD 1 TO SCR-AMT-USED OF LK-SCORE.

           IF CND-MNT-VALUE OF LK-CAND-A (WS-SUB) =
              CND-MNT-VALUE OF LK-CAND-B (WS-SUB)
               ADD 1 TO SCR-AMT-MATCHED OF LK-SCORE
           END-IF.

       2200-COMPARE-ONE-AMOUNT-EXIT.
           EXIT.
