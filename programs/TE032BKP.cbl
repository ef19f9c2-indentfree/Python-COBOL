      *================================================================
      * PROGRAM-ID : TE032BKP
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * NIGHTLY BACKUP UNLOAD OF THE INDEXED MASTER.
      * READS ENRIDX END TO END IN TEST-KEY-ENT ORDER AND WRITES EVERY
      * RECORD, UNCHANGED, TO A NEW ENRSEQ GENERATION IN THE SAME
      * VARIABLE-LENGTH FORMAT TE005CNV FIRST PRODUCED -- SO TE000LOD
      * CAN RELOAD ANY GENERATION, TE020CHK'S CHKCTL BACKUP COMPARE
      * RUNS AGAINST LAST NIGHT'S MASTER INSTEAD OF THE CONVERSION
      * FILE, AND TE033FRC CAN ROLL A GENERATION FORWARD FROM THE
      * AUDIT LOG.  OPERATIONS CATALOGS EACH NIGHT'S ENRSEQ AS A NEW
      * DATED GENERATION.
      *
      * BESIDE THE GENERATION THE JOB WRITES ITS STAMP ROW (ENRGSTMP,
      * TE032GEN LAYOUT): THE CUT TIMESTAMP AND THE RECORD COUNT.
      * THE CUT IS THIS RUN'S OWN START TIMESTAMP, THE SAME RULE
      * TE000EXT USES FOR ITS DELTA STAMP, SO A FORWARD RECOVERY
      * REPLAYS EVERY AUDIT ROW THAT COULD POSSIBLY BE MISSING FROM
      * THE GENERATION.  THE STAMP IS MARKED COMPLETE ONLY WHEN EVERY
      * RECORD READ WAS WRITTEN; A SHORT OR FAILED UNLOAD IS MARKED
      * INCOMPLETE AND ENDS WITH RETURN CODE 8 SO THE GENERATION IS
      * NEVER CATALOGED AS A GOOD BACKUP.
      *
      * RUN THE UNLOAD AT A POINT IN THE STREAM WHERE NO MAINTENANCE
      * JOB IS UPDATING ENRIDX.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE032BKP.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENR-IDX-FILE ASSIGN TO "ENRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR
               FILE STATUS IS WS-ENR-IDX-STATUS.

           SELECT ENR-SEQ-FILE ASSIGN TO "ENRSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENR-SEQ-STATUS.

           SELECT GEN-STMP-FILE ASSIGN TO "ENRGSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-IDX-LEN.
           COPY "cobol-test.cpy".

       FD  ENR-SEQ-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-SEQ-LEN.
           COPY "cobol-test.cpy"
               REPLACING TEST-ENR BY TEST-ENR-SEQ
                         TEST-SIMPLE-ARRAY-BEFORE-CNT
                                  BY TEST-ARR-BEF-CNT-SEQ
                         TEST-SIMPLE-ARRAY-AFTER-CNT
                                  BY TEST-ARR-AFT-CNT-SEQ
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-SEQ.

       FD  GEN-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE032GEN.cpy".

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *----------------------------------------------------------------
       01  WS-ENR-IDX-STATUS           PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".

       01  WS-ENR-SEQ-STATUS           PIC X(02).
           88 ENR-SEQ-OK                          VALUE "00".

       01  WS-GEN-STMP-STATUS          PIC X(02).
           88 GEN-STMP-OK                         VALUE "00".

      *----------------------------------------------------------------
      * VARIABLE-LENGTH RECORD LENGTH FIELDS
      * TEST-ENR IS A VARIABLE-LENGTH RECORD (371-546 BYTES) DRIVEN BY
      * ITS THREE OCCURS-DEPENDING-ON TABLE COUNTS.  ON INPUT THE RUN-
      * TIME SETS THESE FROM THE BYTE COUNT ACTUALLY READ; ON OUTPUT
      * THEY MUST BE COMPUTED FROM THE RECORD'S COUNTS BEFORE THE
      * WRITE.
      *----------------------------------------------------------------
       01  WS-ENR-IDX-LEN              PIC 9(04) COMP.
       01  WS-ENR-SEQ-LEN              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           03 WS-READ-COUNT            PIC 9(09) COMP.
           03 WS-WRITE-COUNT           PIC 9(09) COMP.

       01  WS-EOF-SW                   PIC X(01).
           88 WS-EOF                              VALUE "Y".
           88 WS-NOT-EOF                          VALUE "N".

       01  WS-RUN-OK-SW                PIC X(01).
           88 WS-RUN-CLEAN                        VALUE "Y".
           88 WS-RUN-FAILED                       VALUE "N".

      *----------------------------------------------------------------
      * THE CUT TIMESTAMP: THIS RUN'S START, TAKEN BEFORE THE FIRST
      * READ.
      *----------------------------------------------------------------
       01  WS-RUN-STAMP.
           03 WS-RUN-DATE               PIC 9(08).
           03 WS-RUN-TIME               PIC 9(08).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-UNLOAD-RECORD
               THRU 2000-UNLOAD-RECORD-EXIT
               UNTIL WS-EOF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           MOVE "N" TO WS-EOF-SW.
           SET WS-RUN-CLEAN TO TRUE.
           MOVE ZERO TO WS-READ-COUNT
                        WS-WRITE-COUNT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT  ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE032BKP - OPEN ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               SET WS-EOF TO TRUE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT ENR-SEQ-FILE.
           IF NOT ENR-SEQ-OK
               DISPLAY "TE032BKP - OPEN ERROR ON ENRSEQ  STATUS="
                       WS-ENR-SEQ-STATUS
               SET WS-EOF TO TRUE
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           DISPLAY "TE032BKP - GENERATION CUT AT "
                   WS-RUN-DATE "/" WS-RUN-TIME.

           PERFORM 2100-READ-ENR-IDX
               THRU 2100-READ-ENR-IDX-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       2000-UNLOAD-RECORD.
      *================================================================
           MOVE TEST-ENR TO TEST-ENR-SEQ.

           COMPUTE WS-ENR-SEQ-LEN =
                   346 + (5 * TEST-ARR-BEF-CNT-SEQ)
                       + (5 * TEST-ARR-AFT-CNT-SEQ)
                       + (15 * TEST-CPLX-ARR-CNT-SEQ).

           WRITE TEST-ENR-SEQ.
           IF ENR-SEQ-OK
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               DISPLAY "TE032BKP - WRITE ERROR  KEY="
                       TEST-KEY-ENT OF TEST-ENR-SEQ
                       "  STATUS=" WS-ENR-SEQ-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

           PERFORM 2100-READ-ENR-IDX
               THRU 2100-READ-ENR-IDX-EXIT.

       2000-UNLOAD-RECORD-EXIT.
           EXIT.

      *================================================================
       2100-READ-ENR-IDX.
      *================================================================
           READ ENR-IDX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-READ-ENR-IDX-EXIT
           END-READ.

           IF NOT ENR-IDX-OK
               DISPLAY "TE032BKP - READ ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 2100-READ-ENR-IDX-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT.

       2100-READ-ENR-IDX-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           CLOSE ENR-IDX-FILE
                 ENR-SEQ-FILE.

           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               SET WS-RUN-FAILED TO TRUE
           END-IF.

           PERFORM 3100-WRITE-GENERATION-STAMP
               THRU 3100-WRITE-GENERATION-STAMP-EXIT.

           DISPLAY "TE032BKP - RECORDS READ    : " WS-READ-COUNT.
           DISPLAY "TE032BKP - RECORDS WRITTEN : " WS-WRITE-COUNT.

      *----------------------------------------------------------------
      * A SHORT GENERATION IS WORSE THAN NO GENERATION: IT WOULD BE
      * RELOADED AS THE "LAST GOOD" MASTER.  ONLY THE RETURN CODE
      * STOPS OPERATIONS CATALOGING IT.
      *----------------------------------------------------------------
           IF WS-RUN-FAILED
               DISPLAY "TE032BKP - UNLOAD FAILED, DO NOT CATALOG "
                       "THIS ENRSEQ GENERATION"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.

      *================================================================
       3100-WRITE-GENERATION-STAMP.
      *================================================================
           OPEN OUTPUT GEN-STMP-FILE.
           IF NOT GEN-STMP-OK
               DISPLAY "TE032BKP - OPEN ERROR ON ENRGSTMP  STATUS="
                       WS-GEN-STMP-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 3100-WRITE-GENERATION-STAMP-EXIT
           END-IF.

           MOVE SPACES         TO GEN-STAMP-RECORD.
           MOVE WS-RUN-DATE    TO GEN-CUT-DATE.
           MOVE WS-RUN-TIME    TO GEN-CUT-TIME.
           MOVE WS-WRITE-COUNT TO GEN-RECORD-COUNT.

           IF WS-RUN-CLEAN
               SET GEN-COMPLETE TO TRUE
           ELSE
               SET GEN-INCOMPLETE TO TRUE
           END-IF.

           WRITE GEN-STAMP-RECORD.
           IF NOT GEN-STMP-OK
               DISPLAY "TE032BKP - WRITE ERROR ON ENRGSTMP  STATUS="
                       WS-GEN-STMP-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

           CLOSE GEN-STMP-FILE.

       3100-WRITE-GENERATION-STAMP-EXIT.
           EXIT.
