      *        (ACCEPTED / REJECTED) AND THE REJECT REASON -- PLUS A
      *        CLEARED ROW WHEN A PREVIOUSLY REJECTED KEY FINALLY
      *        POSTS, SO THE SENDER CAN CLOSE ITS OWN SUSPENSE.
      *        A CLOSED ROW TELLS THE SENDER AN ITEM IT STILL HAS
      *        OPEN WAS DROPPED BECAUSE THE ENTITY ITSELF WAS CLOSED
      *        OR ARCHIVED (TE037ORS'S ORSACK, TE037ORA LAYOUT).
      *   TRL  SUBMITTED / ACCEPTED / REJECTED / CLEARED / CLOSED
      *        COUNTS THE SENDER BALANCES ITS BATCH AGAINST.
      * THE PENDING-REJECT MASTER (ACKPEND IN, ACKPNEW OUT, TE030APN
      * LAYOUT) CARRIES EVERY STILL-OPEN REJECT FORWARD, KEEPING THE
      * FIRST-REJECTED DATE ACROSS REPEAT REJECTIONS.  AN OUTCOME
      * ROW WHOSE SOURCE HAS NO ACKCTL CARD STOPS THE RUN -- A FEED
      * THAT SILENTLY DROPS A SOURCE'S ANSWERS IS WORSE THAN NONE.
      * A CLOSURE FOR A SOURCE WITH NO CARD IS NOT SENT BUT LISTED
      * ON THE JOB LOG: THE SWEEP TAKES ITS SOURCES FROM SUSPMST AND
      * HLDMST, WHICH CAN NAME A SOURCE THAT NEVER SENDS ADDS.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-09-03  DP   INITIAL VERSION.
      *   2026-10-15  DP   A STAMP ROW (ACKNSTP, TE036CFS LAYOUT)
      *                    WITH THE RUN DATE AND ROW COUNT IS NOW
      *                    WRITTEN BESIDE ACKPNEW FOR THE TE036RDY
      *                    READINESS CHECK.
      *   2026-10-15  DP   THE ORPHAN CLOSURES TE037ORS WRITES TO
      *                    ORSACK ARE SENT AS FINAL CLOSED ROWS, WITH
      *                    A CLOSED COUNT ON THE TRAILER.
      *   2026-10-15  DP   A CLOSURE WHOSE SOURCE HAS NO ACKCTL CARD
      *                    IS LOGGED "NOT SENT - NO ACKCTL CARD" AND
      *                    SKIPPED INSTEAD OF STOPPING THE RUN.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE030ACK.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-PNEW-STATUS.

           SELECT CFS-STMP-FILE ASSIGN TO "ACKNSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFS-STMP-STATUS.

           SELECT ORS-ACK-FILE ASSIGN TO "ORSACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
           RECORDING MODE IS F.
           COPY "TE030APN.cpy".

       FD  CFS-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE036CFS.cpy".

       FD  ORS-ACK-FILE
           RECORDING MODE IS F.
           COPY "TE037ORA.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ADD-RSLT-STATUS           PIC X(02).
           88 ADD-RSLT-OK                         VALUE "00".
       01  WS-ACK-PNEW-STATUS           PIC X(02).
           88 ACK-PNEW-OK                         VALUE "00".

       01  WS-CFS-STMP-STATUS           PIC X(02).
           88 CFS-STMP-OK                         VALUE "00".

       01  WS-ORS-ACK-STATUS            PIC X(02).
           88 ORS-ACK-OK                          VALUE "00".

       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".
           88 WS-PEND-EOF                          VALUE "Y".
           88 WS-PEND-NOT-EOF                      VALUE "N".

       01  WS-ORS-EOF-SW                PIC X(01).
           88 WS-ORS-EOF                           VALUE "Y".
           88 WS-ORS-NOT-EOF                       VALUE "N".

       01  WS-PEND-OPEN-SW              PIC X(01).
           88 WS-PEND-IS-OPEN                      VALUE "Y".
           88 WS-PEND-IS-CLOSED                    VALUE "N".
           03 WS-PEND-IN-COUNT          PIC 9(09) COMP.
           03 WS-CLEARED-COUNT          PIC 9(09) COMP.
           03 WS-CARRIED-COUNT          PIC 9(09) COMP.
           03 WS-CLOSED-COUNT           PIC 9(09) COMP.
           03 WS-CLOSED-UNSENT-COUNT    PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE SOURCE-TO-FEED MAP OFF ACKCTL.

       01  WS-MAP-SUB                   PIC 9(02) COMP.
       01  WS-MAP-HIT-SUB               PIC 9(02) COMP.
       01  WS-LOOKUP-SRC-SYS            PIC X(04).

      *----------------------------------------------------------------
      * THE CARRIED-FORWARD PENDING REJECTS, LOADED FOR MATCHING.
              05 WS-FEED-ACCEPTED       PIC 9(09) COMP.
              05 WS-FEED-REJECTED       PIC 9(09) COMP.
              05 WS-FEED-CLEARED        PIC 9(09) COMP.
              05 WS-FEED-CLOSED         PIC 9(09) COMP.

       01  WS-FEED-NO                   PIC 9(01) COMP.
       01  WS-FEED-SUB                  PIC 9(01) COMP.
           03 WS-TRL-ACCEPTED           PIC 9(09).
           03 WS-TRL-REJECTED           PIC 9(09).
           03 WS-TRL-CLEARED            PIC 9(09).
           03 WS-TRL-CLOSED             PIC 9(09).
           03 FILLER                    PIC X(23) VALUE SPACES.

       01  WS-ACK-RECORD                PIC X(80).

                   UNTIL WS-EOF OR WS-FATAL-ERROR
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2500-SEND-CLOSURES
                   THRU 2500-SEND-CLOSURES-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2600-CARRY-FORWARD-PENDING
                   THRU 2600-CARRY-FORWARD-PENDING-EXIT
           MOVE ZERO TO WS-RESULT-READ-COUNT
                        WS-PEND-IN-COUNT
                        WS-CLEARED-COUNT
                        WS-CARRIED-COUNT
                        WS-CLOSED-COUNT
                        WS-CLOSED-UNSENT-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE ZERO TO WS-FEED-SUBMITTED (WS-FEED-SUB)
                        WS-FEED-ACCEPTED (WS-FEED-SUB)
                        WS-FEED-REJECTED (WS-FEED-SUB)
                        WS-FEED-CLEARED (WS-FEED-SUB)
                        WS-FEED-CLOSED (WS-FEED-SUB).

       1100-ZERO-ONE-FEED-EXIT.
           EXIT.
      *================================================================
       2000-PROCESS-RESULT-ROW.
      *================================================================
           MOVE RSL-SRC-SYS TO WS-LOOKUP-SRC-SYS.
           PERFORM 2200-LOOKUP-FEED
               THRU 2200-LOOKUP-FEED-EXIT.


           IF WS-MAP-HIT-SUB = ZERO
               DISPLAY "TE030ACK - NO ACKCTL CARD FOR SOURCE "
                       WS-LOOKUP-SRC-SYS ", RUN STOPPED"
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2200-LOOKUP-FEED-EXIT
           END-IF.
      *================================================================
       2210-MATCH-ONE-MAP-CARD.
      *================================================================
           IF WS-MAP-SRC-SYS (WS-MAP-SUB) = WS-LOOKUP-SRC-SYS
               MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
           END-IF.

       2400-POST-PENDING-REJECT-EXIT.
           EXIT.

      *================================================================
       2500-SEND-CLOSURES.
      *----------------------------------------------------------------
      * TE037ORS RUNS EVERY NIGHT AHEAD OF THIS STEP; AN ORSACK THAT
      * IS MISSING MEANS THE SWEEP DID NOT RUN, AND THE FEEDS WOULD
      * GO OUT WITHOUT THE CLOSURES THE SENDERS ARE WAITING ON.
      *================================================================
           SET WS-ORS-NOT-EOF TO TRUE.

           OPEN INPUT ORS-ACK-FILE.
           IF NOT ORS-ACK-OK
               DISPLAY "TE030ACK - OPEN ERROR ON ORSACK  STATUS="
                       WS-ORS-ACK-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2500-SEND-CLOSURES-EXIT
           END-IF.

           PERFORM 2510-SEND-ONE-CLOSURE
               THRU 2510-SEND-ONE-CLOSURE-EXIT
               UNTIL WS-ORS-EOF OR WS-FATAL-ERROR.

           CLOSE ORS-ACK-FILE.

       2500-SEND-CLOSURES-EXIT.
           EXIT.

      *================================================================
       2510-SEND-ONE-CLOSURE.
      *----------------------------------------------------------------
      * THE FINAL ROW THE SENDER GETS FOR THE ITEM: STATUS CLOSED,
      * WITH THE DISPOSITION AND THE MASTER IT CAME OFF AS REASON.
      * THE SOURCE COMES OFF A SUSPENSE OR HOLD IMAGE AND MAY HAVE NO
      * FEED; THAT CLOSURE IS LOGGED AS NOT SENT, NOT FATAL.
      *================================================================
           READ ORS-ACK-FILE
               AT END
                   SET WS-ORS-EOF TO TRUE
                   GO TO 2510-SEND-ONE-CLOSURE-EXIT
           END-READ.

           MOVE ORA-SRC-SYS TO WS-LOOKUP-SRC-SYS.
           MOVE ZERO TO WS-MAP-HIT-SUB.

           PERFORM 2210-MATCH-ONE-MAP-CARD
               THRU 2210-MATCH-ONE-MAP-CARD-EXIT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                  OR WS-MAP-HIT-SUB > ZERO.

           IF WS-MAP-HIT-SUB = ZERO
               ADD 1 TO WS-CLOSED-UNSENT-COUNT
               DISPLAY "TE030ACK - CLOSURE NOT SENT - NO ACKCTL CARD"
                       "  SOURCE=" ORA-SRC-SYS " KEY=" ORA-KEY-ENT
               GO TO 2510-SEND-ONE-CLOSURE-EXIT
           END-IF.

           MOVE WS-MAP-FEED-NO (WS-MAP-HIT-SUB) TO WS-FEED-NO.

           ADD 1 TO WS-CLOSED-COUNT.
           ADD 1 TO WS-FEED-CLOSED (WS-FEED-NO).

           MOVE SPACES      TO WS-ACK-DETAIL.
           MOVE "DTL"       TO WS-DTL-REC-TYPE.
           MOVE ORA-KEY-ENT TO WS-DTL-KEY.
           MOVE ORA-SRC-SYS TO WS-DTL-SRC-SYS.
           MOVE "CLOSED  "  TO WS-DTL-STATUS.
           STRING ORA-DISPOSITION DELIMITED BY "  "
                  ", REMOVED FROM " DELIMITED BY SIZE
                  ORA-MASTER DELIMITED BY SPACE
                  INTO WS-DTL-REASON
           END-STRING.

           MOVE WS-ACK-DETAIL TO WS-ACK-RECORD.
           PERFORM 2900-WRITE-FEED-RECORD
               THRU 2900-WRITE-FEED-RECORD-EXIT.

       2510-SEND-ONE-CLOSURE-EXIT.
           EXIT.

      *================================================================
       2600-CARRY-FORWARD-PENDING.
      *================================================================
           MOVE WS-FEED-ACCEPTED (WS-FEED-NO)  TO WS-TRL-ACCEPTED.
           MOVE WS-FEED-REJECTED (WS-FEED-NO)  TO WS-TRL-REJECTED.
           MOVE WS-FEED-CLEARED (WS-FEED-NO)   TO WS-TRL-CLEARED.
           MOVE WS-FEED-CLOSED (WS-FEED-NO)    TO WS-TRL-CLOSED.

           MOVE WS-ACK-TRAILER TO WS-ACK-RECORD.
           PERFORM 2900-WRITE-FEED-RECORD
                     ACK-SRC3-FILE
                     ACK-SRC4-FILE
                     ACK-PNEW-FILE
               PERFORM 3300-WRITE-CARRY-STAMP
                   THRU 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           DISPLAY "TE030ACK - RESULT ROWS READ  : "
                   WS-CLEARED-COUNT.
           DISPLAY "TE030ACK - REJECTS CARRIED   : "
                   WS-CARRIED-COUNT.
           DISPLAY "TE030ACK - ENTITIES CLOSED   : "
                   WS-CLOSED-COUNT.
           DISPLAY "TE030ACK - CLOSURES NOT SENT : "
                   WS-CLOSED-UNSENT-COUNT.

      *----------------------------------------------------------------
      * AN ABORTED RUN LEAVES ACKPNEW SHORT AND THE FEEDS WITHOUT

       3000-TERMINATE-EXIT.
           EXIT.

      *================================================================
       3300-WRITE-CARRY-STAMP.
      *----------------------------------------------------------------
      * THE STAMP CATALOGED WITH THE NEW ACKPEND GENERATION: RUN DATE
      * AND ROW COUNT, SO TE036RDY CAN PROVE TOMORROW NIGHT THAT THE
      * ACKPEND IT IS GIVEN IS TONIGHT'S, AND WHOLE.
      *================================================================
           OPEN OUTPUT CFS-STMP-FILE.
           IF NOT CFS-STMP-OK
               DISPLAY "TE030ACK - OPEN ERROR ON ACKNSTP  STATUS="
                       WS-CFS-STMP-STATUS
               GO TO 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           MOVE SPACES               TO CARRY-STAMP-RECORD.
           MOVE "ACKPEND "           TO CFS-MASTER-ID.
           MOVE "TE030ACK"           TO CFS-PROGRAM.
           MOVE WS-CURRENT-DATE      TO CFS-RUN-DATE.
           MOVE WS-CARRIED-COUNT     TO CFS-RECORD-COUNT.
           IF WS-RUN-CLEAN
               SET CFS-COMPLETE TO TRUE
           ELSE
               SET CFS-INCOMPLETE TO TRUE
           END-IF.

           WRITE CARRY-STAMP-RECORD.
           IF NOT CFS-STMP-OK
               DISPLAY "TE030ACK - WRITE ERROR ON ACKNSTP  STATUS="
                       WS-CFS-STMP-STATUS
           END-IF.

           CLOSE CFS-STMP-FILE.

       3300-WRITE-CARRY-STAMP-EXIT.
           EXIT.
