      * EVERY TRANSACTION GOES THROUGH THE SAME DATE RULES AS
      * TE003VAL (THREE REPRESENTATIONS AGREE, VALID CALENDAR DATE)
      * AND THE SAME COMPXREF COMPANY EDIT AS TE007VAL; A KEY ALREADY
      * ON ENRIDX IS REJECTED AS A DUPLICATE.  ARRAY AND
      * COMPLEXE-ARRAY ENTRIES MUST BE VALUES THE ARRVALS FILE
      * ALLOWS, THE SAME EDIT TE035ARR APPLIES TO THE NIGHTLY
      * STREAM.  ACCEPTED RECORDS ARE WRITTEN TO ENRIDX WITH THE
      * TEST-AUDIT-BLOCK STAMPED AND AN "A" ACTION LOGGED THROUGH
      * TE004WAL; REJECTS GO TO ADDSUSP WITH A REASON.
      * AN ADD TE042DAD FLAGGED ON DUPFLAG AS A LIKELY DUPLICATE OF
      * A LIVE ENTITY UNDER ANOTHER KEY IS REJECTED WITH THAT KEY.
      * ACCEPTED/REJECTED COUNTS ARE REPORTED AT END OF JOB.  EVERY
      * TRANSACTION ALSO WRITES ONE OUTCOME ROW TO THE RESULT FILE
      * (ADDRSLT) -- KEY, SOURCE SYSTEM, FINAL
      * ACCEPTED/REJECTED STATUS AND THE REJECT REASON -- WHICH
      * TE030ACK TURNS INTO THE PER-SOURCE ACKNOWLEDGMENT FEEDS.
      *----------------------------------------------------------------
      *                    EVERY ACCEPTED ADD WRITES ITS PATH ROW,
      *                    SO THE PATH STAYS TRUE TO THE MASTER
      *                    BETWEEN TE000LOD REBUILDS.
      *   2026-10-15  DP   ARRAY ENTRY EDIT AGAINST ARRVALS ADDED
      *                    AFTER THE COUNT EDIT, WITH TE035ARR'S
      *                    REASON TEXTS; A MISSING OR EMPTY ARRVALS
      *                    STOPS THE RUN.
      *   2026-10-15  DP   ADDS FLAGGED BY THE TE042DAD SCREEN ON
      *                    DUPFLAG REJECTED AS LIKELY DUPLICATES OF
      *                    THE MATCHED KEY; A MISSING DUPFLAG STOPS
      *                    THE RUN.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE012ADD.
               RECORD KEY IS CIX-PATH-KEY
               FILE STATUS IS WS-CIX-IDX-STATUS.

           SELECT AVV-CTL-FILE ASSIGN TO "ARRVALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVV-CTL-STATUS.

           SELECT DUP-FLG-FILE ASSIGN TO "DUPFLAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-FLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-IDX-FILE
           03 ADD-CPLX-CNT              PIC 9(02).
           03 ADD-ARR-BEF-ENTRY         PIC X(05) OCCURS 4 TIMES.
           03 ADD-ARR-AFT-ENTRY         PIC X(05) OCCURS 6 TIMES.
           03 ADD-CPLX-ENTRY OCCURS 10 TIMES.
              05 ADD-CPLX-DATA1         PIC X(01).
              05 ADD-CPLX-DATA2         PIC X(02).
              05 ADD-CPLX-DATA3         PIC X(03).
              05 ADD-CPLX-DATA4         PIC X(04).
              05 ADD-CPLX-DATA5         PIC X(05).
           03 ADD-SRC-SYS-CD            PIC X(04).
           03 ADD-UPD-USER              PIC X(10).
           03 ADD-UPD-JOB               PIC X(08).
           RECORDING MODE IS F.
           COPY "TE028CIX.cpy".

       FD  AVV-CTL-FILE
           RECORDING MODE IS F.
           COPY "TE035AVV.cpy".

       FD  DUP-FLG-FILE
           RECORDING MODE IS F.
           COPY "TE042FLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENR-IDX-STATUS            PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".
       01  WS-CIX-IDX-STATUS            PIC X(02).
           88 CIX-IDX-OK                          VALUE "00".

       01  WS-AVV-CTL-STATUS            PIC X(02).
           88 AVV-CTL-OK                          VALUE "00".

       01  WS-DUP-FLG-STATUS            PIC X(02).
           88 DUP-FLG-OK                          VALUE "00".

       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-AVV-EOF-SW                PIC X(01).
           88 WS-AVV-EOF                           VALUE "Y".
           88 WS-AVV-NOT-EOF                       VALUE "N".

       01  WS-AVV-LOAD-SW               PIC X(01).
           88 WS-AVV-LOAD-OK                       VALUE "Y".
           88 WS-AVV-LOAD-FAILED                   VALUE "N".

       01  WS-FLG-EOF-SW                PIC X(01).
           88 WS-FLG-EOF                           VALUE "Y".
           88 WS-FLG-NOT-EOF                       VALUE "N".

       01  WS-FLG-LOAD-SW               PIC X(01).
           88 WS-FLG-LOAD-OK                       VALUE "Y".
           88 WS-FLG-LOAD-FAILED                   VALUE "N".

       01  WS-VALID-SW                  PIC X(01).
           88 WS-ADD-VALID                         VALUE "Y".
           88 WS-ADD-INVALID                       VALUE "N".
           88 WS-IS-LEAP                            VALUE "Y".
           88 WS-NOT-LEAP                           VALUE "N".

      *----------------------------------------------------------------
      * ARRAY VALID-VALUES TABLE (SAME SHAPE AND LOOKUP RULE AS
      * TE035ARR): SEVEN SUB-FIELDS NUMBERED IN RECORD ORDER, A ROW
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
       01  WS-SUB-ED                    PIC 99.

      *----------------------------------------------------------------
      * LIKELY-DUPLICATE FLAGS OFF DUPFLAG: THE ADD KEY AND THE LIVE
      * KEY TE042DAD MATCHED IT TO.
      *----------------------------------------------------------------
       77  WS-FLG-MAX                   PIC 9(04) COMP VALUE 1000.

       01  WS-FLG-COUNT                 PIC 9(04) COMP.

       01  WS-FLG-TABLE.
           03 WS-FLG-ENTRY OCCURS 1000 TIMES.
              05 WS-FLG-ADD-KEY         PIC X(12).
              05 WS-FLG-MATCH-KEY       PIC X(12).

       01  WS-FLG-SUB                   PIC 9(04) COMP.
       01  WS-FLG-HIT-SUB               PIC 9(04) COMP.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1100-LOAD-VALUE-TABLE
               THRU 1100-LOAD-VALUE-TABLE-EXIT.
           IF WS-AVV-LOAD-FAILED
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-LOAD-DUP-FLAGS
               THRU 1200-LOAD-DUP-FLAGS-EXIT.
           IF WS-FLG-LOAD-FAILED
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 2100-READ-ADD-TXN
               THRU 2100-READ-ADD-TXN-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-LOAD-VALUE-TABLE.
      *----------------------------------------------------------------
      * SAME ROW EDITS AS TE035ARR'S LOAD.
      *================================================================
           SET WS-AVV-LOAD-OK TO TRUE.
           SET WS-AVV-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-AVV-COUNT.
           PERFORM 1120-CLEAR-FIELD-ROWS
               THRU 1120-CLEAR-FIELD-ROWS-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > WS-FIELD-MAX.

           OPEN INPUT AVV-CTL-FILE.
           IF NOT AVV-CTL-OK
               DISPLAY "TE012ADD - NO VALID-VALUES FILE ON ARRVALS, "
                       "RUN STOPPED  STATUS=" WS-AVV-CTL-STATUS
               SET WS-AVV-LOAD-FAILED TO TRUE
               GO TO 1100-LOAD-VALUE-TABLE-EXIT
           END-IF.

           PERFORM 1110-LOAD-ONE-VALUE
               THRU 1110-LOAD-ONE-VALUE-EXIT
               UNTIL WS-AVV-EOF.

           CLOSE AVV-CTL-FILE.

           IF WS-AVV-LOAD-FAILED
               GO TO 1100-LOAD-VALUE-TABLE-EXIT
           END-IF.

           IF WS-AVV-COUNT = ZERO
               DISPLAY "TE012ADD - VALID-VALUES FILE IS EMPTY, "
                       "RUN STOPPED"
               SET WS-AVV-LOAD-FAILED TO TRUE
               GO TO 1100-LOAD-VALUE-TABLE-EXIT
           END-IF.

           DISPLAY "TE012ADD - VALID-VALUE ROWS LOADED: " WS-AVV-COUNT.

       1100-LOAD-VALUE-TABLE-EXIT.
           EXIT.

      *================================================================
       1110-LOAD-ONE-VALUE.
      *================================================================
           READ AVV-CTL-FILE
               AT END
                   SET WS-AVV-EOF TO TRUE
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
                   DISPLAY "TE012ADD - VALUE ROW DROPPED, UNKNOWN "
                           "FIELD=" AVV-FIELD-ID
                   GO TO 1110-LOAD-ONE-VALUE-EXIT
           END-EVALUATE.

           IF WS-AVV-COUNT >= WS-AVV-ROW-MAX
               DISPLAY "TE012ADD - MORE THAN " WS-AVV-ROW-MAX
                       " VALID-VALUE ROWS, RUN STOPPED"
               SET WS-AVV-EOF TO TRUE
               SET WS-AVV-LOAD-FAILED TO TRUE
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
       1200-LOAD-DUP-FLAGS.
      *----------------------------------------------------------------
      * TE042DAD ALWAYS WRITES DUPFLAG, EMPTY WHEN NOTHING WAS
      * FLAGGED; A MISSING FILE MEANS THE SCREEN DID NOT RUN.
      *================================================================
           SET WS-FLG-LOAD-OK TO TRUE.
           SET WS-FLG-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-FLG-COUNT.

           OPEN INPUT DUP-FLG-FILE.
           IF NOT DUP-FLG-OK
               DISPLAY "TE012ADD - NO DUPLICATE FLAGS ON DUPFLAG, "
                       "RUN STOPPED  STATUS=" WS-DUP-FLG-STATUS
               SET WS-FLG-LOAD-FAILED TO TRUE
               GO TO 1200-LOAD-DUP-FLAGS-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-FLAG
               THRU 1210-LOAD-ONE-FLAG-EXIT
               UNTIL WS-FLG-EOF.

           CLOSE DUP-FLG-FILE.

           IF WS-FLG-LOAD-FAILED
               GO TO 1200-LOAD-DUP-FLAGS-EXIT
           END-IF.

           DISPLAY "TE012ADD - DUPLICATE FLAGS LOADED: " WS-FLG-COUNT.

       1200-LOAD-DUP-FLAGS-EXIT.
           EXIT.

      *================================================================
       1210-LOAD-ONE-FLAG.
      *================================================================
           READ DUP-FLG-FILE
               AT END
                   SET WS-FLG-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-FLAG-EXIT
           END-READ.

           IF WS-FLG-COUNT >= WS-FLG-MAX
               DISPLAY "TE012ADD - MORE THAN " WS-FLG-MAX
                       " DUPLICATE FLAGS, RUN STOPPED"
               SET WS-FLG-EOF TO TRUE
               SET WS-FLG-LOAD-FAILED TO TRUE
               GO TO 1210-LOAD-ONE-FLAG-EXIT
           END-IF.

           ADD 1 TO WS-FLG-COUNT.
           MOVE WS-FLG-COUNT TO WS-FLG-SUB.

           MOVE FLG-ADD-KEY   TO WS-FLG-ADD-KEY (WS-FLG-SUB).
           MOVE FLG-MATCH-KEY TO WS-FLG-MATCH-KEY (WS-FLG-SUB).

       1210-LOAD-ONE-FLAG-EXIT.
           EXIT.

      *================================================================
       2000-PROCESS-ADD-TXN.
      *================================================================
               GO TO 2200-VALIDATE-ADD-TXN-EXIT
           END-IF.

           PERFORM 2270-VALIDATE-ARRAYS
               THRU 2270-VALIDATE-ARRAYS-EXIT.
           IF WS-ADD-INVALID
               GO TO 2200-VALIDATE-ADD-TXN-EXIT
           END-IF.

           PERFORM 2220-VALIDATE-AMOUNTS
               THRU 2220-VALIDATE-AMOUNTS-EXIT.
           IF WS-ADD-INVALID

           PERFORM 2260-CHECK-DUPLICATE
               THRU 2260-CHECK-DUPLICATE-EXIT.
           IF WS-ADD-INVALID
               GO TO 2200-VALIDATE-ADD-TXN-EXIT
           END-IF.

           PERFORM 2265-CHECK-LIKELY-DUPLICATE
               THRU 2265-CHECK-LIKELY-DUPLICATE-EXIT.

       2200-VALIDATE-ADD-TXN-EXIT.
           EXIT.
       2260-CHECK-DUPLICATE-EXIT.
           EXIT.

      *================================================================
       2265-CHECK-LIKELY-DUPLICATE.
      *----------------------------------------------------------------
      * THE SAME ENTITY RE-SENT UNDER A NEW KEY, AS SCORED BY
      * TE042DAD.  A PAIR CLEARED ON REVIEW IS NEVER FLAGGED.
      *================================================================
           MOVE ZERO TO WS-FLG-HIT-SUB.

           PERFORM 2266-MATCH-ONE-FLAG
               THRU 2266-MATCH-ONE-FLAG-EXIT
               VARYING WS-FLG-SUB FROM 1 BY 1
               UNTIL WS-FLG-SUB > WS-FLG-COUNT
                  OR WS-FLG-HIT-SUB > ZERO.

           IF WS-FLG-HIT-SUB = ZERO
               GO TO 2265-CHECK-LIKELY-DUPLICATE-EXIT
           END-IF.

           SET WS-ADD-INVALID TO TRUE.
           STRING "LIKELY DUPLICATE OF "          DELIMITED BY SIZE
                  WS-FLG-MATCH-KEY (WS-FLG-HIT-SUB) DELIMITED BY SIZE
                  INTO WS-REASON.

       2265-CHECK-LIKELY-DUPLICATE-EXIT.
           EXIT.

      *================================================================
       2266-MATCH-ONE-FLAG.
      *================================================================
           IF WS-FLG-ADD-KEY (WS-FLG-SUB) = ADD-KEY-ENT
               MOVE WS-FLG-SUB TO WS-FLG-HIT-SUB
           END-IF.

       2266-MATCH-ONE-FLAG-EXIT.
           EXIT.

      *================================================================
       2270-VALIDATE-ARRAYS.
      *----------------------------------------------------------------
      * TE035ARR'S ARRAY ENTRY EDIT: EVERY OCCURRING ENTRY AGAINST
      * ITS SUB-FIELD'S ARRVALS ROWS, THE FIRST MISS DECIDES.  THE
      * COUNTS HAVE ALREADY PASSED 2210.
      *================================================================
           PERFORM 2271-CHECK-ONE-ARR-BEF
               THRU 2271-CHECK-ONE-ARR-BEF-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > ADD-ARR-BEF-CNT OR WS-ADD-INVALID.

           PERFORM 2272-CHECK-ONE-ARR-AFT
               THRU 2272-CHECK-ONE-ARR-AFT-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > ADD-ARR-AFT-CNT OR WS-ADD-INVALID.

           PERFORM 2273-CHECK-ONE-CPLX
               THRU 2273-CHECK-ONE-CPLX-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > ADD-CPLX-CNT OR WS-ADD-INVALID.

       2270-VALIDATE-ARRAYS-EXIT.
           EXIT.

      *================================================================
       2271-CHECK-ONE-ARR-BEF.
      *================================================================
           MOVE 1 TO WS-LOOK-FIELD-NO.
           MOVE ADD-ARR-BEF-ENTRY (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.

       2271-CHECK-ONE-ARR-BEF-EXIT.
           EXIT.

      *================================================================
       2272-CHECK-ONE-ARR-AFT.
      *================================================================
           MOVE 2 TO WS-LOOK-FIELD-NO.
           MOVE ADD-ARR-AFT-ENTRY (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.

       2272-CHECK-ONE-ARR-AFT-EXIT.
           EXIT.

      *================================================================
       2273-CHECK-ONE-CPLX.
      *================================================================
           MOVE 3 TO WS-LOOK-FIELD-NO.
           MOVE ADD-CPLX-DATA1 (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.
           IF WS-ADD-INVALID
               GO TO 2273-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 4 TO WS-LOOK-FIELD-NO.
           MOVE ADD-CPLX-DATA2 (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.
           IF WS-ADD-INVALID
               GO TO 2273-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 5 TO WS-LOOK-FIELD-NO.
           MOVE ADD-CPLX-DATA3 (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.
           IF WS-ADD-INVALID
               GO TO 2273-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 6 TO WS-LOOK-FIELD-NO.
           MOVE ADD-CPLX-DATA4 (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.
           IF WS-ADD-INVALID
               GO TO 2273-CHECK-ONE-CPLX-EXIT
           END-IF.

           MOVE 7 TO WS-LOOK-FIELD-NO.
           MOVE ADD-CPLX-DATA5 (WS-SUB) TO WS-LOOK-VALUE.
           PERFORM 2275-CHECK-ONE-VALUE
               THRU 2275-CHECK-ONE-VALUE-EXIT.

       2273-CHECK-ONE-CPLX-EXIT.
           EXIT.

      *================================================================
       2275-CHECK-ONE-VALUE.
      *================================================================
           IF WS-AVV-FIELD-ROWS (WS-LOOK-FIELD-NO) = ZERO
               GO TO 2275-CHECK-ONE-VALUE-EXIT
           END-IF.

           MOVE ZERO TO WS-AVV-HIT-SUB.

           PERFORM 2276-MATCH-ONE-VALUE-ROW
               THRU 2276-MATCH-ONE-VALUE-ROW-EXIT
               VARYING WS-AVV-SUB FROM 1 BY 1
               UNTIL WS-AVV-SUB > WS-AVV-COUNT
                  OR WS-AVV-HIT-SUB > ZERO.

           IF WS-AVV-HIT-SUB > ZERO
               GO TO 2275-CHECK-ONE-VALUE-EXIT
           END-IF.

           SET WS-ADD-INVALID TO TRUE.
           MOVE WS-SUB TO WS-SUB-ED.
           MOVE SPACES TO WS-REASON.

           IF WS-LOOK-FIELD-NO < 3
               STRING WS-FIELD-NAME (WS-LOOK-FIELD-NO)
                          DELIMITED BY SPACE
                      "(" WS-SUB-ED ") NOT A VALID VALUE"
                          DELIMITED BY SIZE
                   INTO WS-REASON
           ELSE
               STRING "CPLX(" WS-SUB-ED ") "
                          DELIMITED BY SIZE
                      WS-FIELD-NAME (WS-LOOK-FIELD-NO)
                          DELIMITED BY SPACE
                      " NOT A VALID VALUE"
                          DELIMITED BY SIZE
                   INTO WS-REASON
           END-IF.

       2275-CHECK-ONE-VALUE-EXIT.
           EXIT.

      *================================================================
       2276-MATCH-ONE-VALUE-ROW.
      *================================================================
           IF WS-AVV-FIELD-NO (WS-AVV-SUB) = WS-LOOK-FIELD-NO AND
              WS-AVV-VALUE (WS-AVV-SUB) = WS-LOOK-VALUE
               MOVE WS-AVV-SUB TO WS-AVV-HIT-SUB
           END-IF.

       2276-MATCH-ONE-VALUE-ROW-EXIT.
           EXIT.

      *================================================================
       2400-BUILD-MASTER-RECORD.
      *----------------------------------------------------------------
