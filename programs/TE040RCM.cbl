      *================================================================
      * PROGRAM-ID : TE040RCM
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * OUTBOUND TRANSMISSION RECEIPT CONFIRMATION.
      * TE009BAL SENDS COMPEXT AND TE024FMT SENDS RTEINT1-4, EACH
      * WITH CONTROL FIGURES SO THE RECEIVER CAN PROVE THE FILE WHOLE
      * -- BUT NOTHING EVER CAME BACK, SO A FILE THAT LOADED SHORT,
      * OR NEVER LOADED, WAS ONLY NOTICED WHEN SOMEONE DOWNSTREAM
      * ASKED.  THE RECEIVERS NOW SEND BACK A RECEIPT ROW PER FILE
      * LOADED (RCPTIN, TE040RCP LAYOUT) WITH THE COUNT AND HASH AS
      * THEY LOADED IT.  THIS STEP, RUN AT THE END OF THE NIGHTLY
      * STREAM AFTER TE009BAL AND TE024FMT:
      *   - REGISTERS TONIGHT'S TRANSMISSIONS ON THE CARRIED LOG
      *     (XMTMST, TE040XMT LAYOUT).  THE SENT FIGURES ARE TAKEN
      *     OFF EACH FILE'S OWN TRAILER: THE TRL ROW OF RTEINTn (RUN
      *     DATE, COUNT, SIGNED TEST-MNT-1 HASH) AND THE GRAND ROW OF
      *     COMPEXT (COUNT, AND THE MNT-1 GRAND TOTAL IN CENTS AS THE
      *     HASH, AND ITS EXT-DATE-TRT AS THE RUN DATE -- TONIGHT'S
      *     DATE IF THE ROW IS UNDATED).  A FILE WITH NO TRAILER IS
      *     REPORTED AS NO TRAILER.
      *     A RERUN THAT SENDS THE SAME FILE AND DATE AGAIN REPLACES
      *     THE SENT FIGURES AND RESETS IT TO UNCONFIRMED.
      *   - APPLIES EVERY RECEIPT TO ITS FILE AND RUN DATE: COUNT AND
      *     HASH BOTH AGREE -- CONFIRMED; EITHER DIFFERS -- MISMATCHED
      *     (KEPT OPEN, SO A CORRECTED RECEIPT CAN STILL CONFIRM IT).
      *     A RECEIPT FOR NOTHING ON THE LOG PRINTS AS UNKNOWN.
      *   - AGES EVERY TRANSMISSION STILL OPEN IN BUSINESS DAYS
      *     SINCE ITS RUN DATE OFF THE PROCESSING CALENDAR (CALXREF,
      *     WEEKDAY FALLBACK), AND FLAGS AN UNCONFIRMED ONE FOR
      *     ESCALATION ONCE IT REACHES THE RCPCTL NUMBER OF DAYS.
      *   - LISTS EVERY TRANSMISSION ON RCPRPT AS CONFIRMED,
      *     MISMATCHED OR UNCONFIRMED.  CONFIRMED ROWS ARE REPORTED
      *     ONCE AND DROPPED; THE REST ARE CARRIED ON XMTNEW WITH A
      *     TE036CFS STAMP (XMTNSTP) FOR TE036RDY.
      * A MISMATCH, AN ESCALATION, AN UNKNOWN RECEIPT OR A MISSING
      * TRAILER ENDS THE JOB WITH RETURN CODE 8.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *   2026-10-15  DP   COMPEXT IS REGISTERED UNDER THE RUN DATE ON
      *                    ITS GRAND ROW, NOT THE JOB DATE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE040RCM.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCC-CTL-FILE ASSIGN TO "RCPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCC-CTL-STATUS.

           SELECT XMT-PRV-FILE ASSIGN TO "XMTMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMT-PRV-STATUS.

           SELECT COMP-EXT-FILE ASSIGN TO "COMPEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMP-EXT-STATUS.

           SELECT RTE-INT1-FILE ASSIGN TO "RTEINT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-INT1-STATUS.

           SELECT RTE-INT2-FILE ASSIGN TO "RTEINT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-INT2-STATUS.

           SELECT RTE-INT3-FILE ASSIGN TO "RTEINT3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-INT3-STATUS.

           SELECT RTE-INT4-FILE ASSIGN TO "RTEINT4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTE-INT4-STATUS.

           SELECT RCPT-FILE ASSIGN TO "RCPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

           SELECT CAL-IDX-FILE ASSIGN TO "CALXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-IDX-STATUS.

           SELECT XMT-NEW-FILE ASSIGN TO "XMTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMT-NEW-STATUS.

           SELECT CFS-STMP-FILE ASSIGN TO "XMTNSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CFS-STMP-STATUS.

           SELECT RCP-RPT-FILE ASSIGN TO "RCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * RCPCTL -- ONE CARD: BUSINESS DAYS AN UNCONFIRMED FILE MAY
      * STAY OPEN BEFORE IT IS ESCALATED.
      *----------------------------------------------------------------
       FD  RCC-CTL-FILE
           RECORDING MODE IS F.
       01  RCC-CTL-RECORD.
           03 RCC-ESCALATE-DAYS         PIC 9(02).
           03 FILLER                    PIC X(78).

       FD  XMT-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE040XMT.cpy"
               REPLACING TRANSMIT-LOG-RECORD BY TRANSMIT-PRV-RECORD.

      *----------------------------------------------------------------
      * COMPEXT AS TE009BAL WRITES IT.  ONLY THE GRAND ROW IS USED.
      *----------------------------------------------------------------
       FD  COMP-EXT-FILE
           RECORDING MODE IS F.
       01  EXT-LINE.
           03 EXT-LINE-TYPE             PIC X(08).
              88 EXT-GRAND-LINE                    VALUE "GRAND   ".
           03 FILLER                    PIC X(02).
           03 EXT-COMP                  PIC X(10).
           03 FILLER                    PIC X(02).
           03 EXT-KEY                   PIC X(12).
           03 FILLER                    PIC X(02).
           03 EXT-LIB                   PIC X(30).
           03 FILLER                    PIC X(02).
           03 EXT-DATE-TRT              PIC 9(08).
           03 FILLER                    PIC X(02).
           03 EXT-RECORD-COUNT          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(02).
           03 EXT-MNT-GROUP OCCURS 10 TIMES.
              04 EXT-MNT-TOTAL          PIC -(10)9.99.
              04 FILLER                 PIC X(01).

       FD  RTE-INT1-FILE
           RECORDING MODE IS F.
       01  INT1-RECORD                  PIC X(300).

       FD  RTE-INT2-FILE
           RECORDING MODE IS F.
       01  INT2-RECORD                  PIC X(300).

       FD  RTE-INT3-FILE
           RECORDING MODE IS F.
       01  INT3-RECORD                  PIC X(300).

       FD  RTE-INT4-FILE
           RECORDING MODE IS F.
       01  INT4-RECORD                  PIC X(300).

       FD  RCPT-FILE
           RECORDING MODE IS F.
           COPY "TE040RCP.cpy".

       FD  CAL-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE022CAL.cpy".

       FD  XMT-NEW-FILE
           RECORDING MODE IS F.
           COPY "TE040XMT.cpy".

       FD  CFS-STMP-FILE
           RECORDING MODE IS F.
           COPY "TE036CFS.cpy".

      *----------------------------------------------------------------
      * RCPRPT -- ONE LINE PER TRANSMISSION ON THE LOG, PLUS ONE PER
      * UNKNOWN RECEIPT OR FILE SENT WITHOUT A TRAILER.
      *----------------------------------------------------------------
       FD  RCP-RPT-FILE
           RECORDING MODE IS F.
       01  RRP-LINE.
           03 RRP-FILE                  PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RRP-RUN-DATE              PIC 9(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RRP-STATUS                PIC X(11).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RRP-BUS-DAYS              PIC ZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RRP-SENT-COUNT            PIC ZZZZZZZZ9.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RRP-SENT-SIGN             PIC X(01).
           03 RRP-SENT-HASH             PIC Z(14)9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RRP-RCPT-COUNT            PIC ZZZZZZZZ9.
           03 FILLER                    PIC X(01) VALUE SPACES.
           03 RRP-RCPT-SIGN             PIC X(01).
           03 RRP-RCPT-HASH             PIC Z(14)9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RRP-ACTION                PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-RCC-CTL-STATUS            PIC X(02).
           88 RCC-CTL-OK                          VALUE "00".

       01  WS-XMT-PRV-STATUS            PIC X(02).
           88 XMT-PRV-OK                          VALUE "00".

       01  WS-COMP-EXT-STATUS           PIC X(02).
           88 COMP-EXT-OK                         VALUE "00".

       01  WS-RTE-INT1-STATUS           PIC X(02).
           88 RTE-INT1-OK                         VALUE "00".

       01  WS-RTE-INT2-STATUS           PIC X(02).
           88 RTE-INT2-OK                         VALUE "00".

       01  WS-RTE-INT3-STATUS           PIC X(02).
           88 RTE-INT3-OK                         VALUE "00".

       01  WS-RTE-INT4-STATUS           PIC X(02).
           88 RTE-INT4-OK                         VALUE "00".

       01  WS-RCPT-STATUS               PIC X(02).
           88 RCPT-OK                             VALUE "00".

       01  WS-CAL-IDX-STATUS            PIC X(02).
           88 CAL-IDX-OK                          VALUE "00".
           88 CAL-IDX-NOTFOUND                    VALUE "23".

       01  WS-XMT-NEW-STATUS            PIC X(02).
           88 XMT-NEW-OK                          VALUE "00".

       01  WS-CFS-STMP-STATUS           PIC X(02).
           88 CFS-STMP-OK                         VALUE "00".

       01  WS-RCP-RPT-STATUS            PIC X(02).
           88 RCP-RPT-OK                          VALUE "00".

       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-TRAILER-SW                PIC X(01).
           88 WS-TRAILER-FOUND                     VALUE "Y".
           88 WS-TRAILER-NOT-FOUND                 VALUE "N".

       01  WS-ROUTE-OPEN-SW             PIC X(01).
           88 WS-ROUTE-IS-OPEN                     VALUE "Y".
           88 WS-ROUTE-IS-CLOSED                   VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL-ERROR                       VALUE "Y".
           88 WS-NO-FATAL-ERROR                    VALUE "N".

       01  WS-RUN-OK-SW                 PIC X(01).
           88 WS-RUN-CLEAN                         VALUE "Y".
           88 WS-RUN-FAILED                        VALUE "N".

       01  WS-CAL-OPEN-SW               PIC X(01).
           88 WS-CAL-IS-OPEN                       VALUE "Y".
           88 WS-CAL-IS-CLOSED                     VALUE "N".

       01  WS-COUNTERS.
           03 WS-CARRIED-IN-COUNT       PIC 9(09) COMP.
           03 WS-REGISTERED-COUNT       PIC 9(09) COMP.
           03 WS-NO-TRAILER-COUNT       PIC 9(09) COMP.
           03 WS-RECEIPT-COUNT          PIC 9(09) COMP.
           03 WS-UNKNOWN-COUNT          PIC 9(09) COMP.
           03 WS-CONFIRMED-COUNT        PIC 9(09) COMP.
           03 WS-MISMATCHED-COUNT       PIC 9(09) COMP.
           03 WS-UNCONFIRMED-COUNT      PIC 9(09) COMP.
           03 WS-ESCALATED-COUNT        PIC 9(09) COMP.
           03 WS-CARRIED-OUT-COUNT      PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE ESCALATION LIMIT OFF RCPCTL.  A RECEIVER LOADS THE NIGHT
      * AFTER THE FILE IS SENT, SO TWO BUSINESS DAYS WITH NO RECEIPT
      * IS ALREADY LATE; THAT IS THE DEFAULT WHEN THE CARD IS MISSING.
      *----------------------------------------------------------------
       77  WS-ESCALATE-DEFAULT          PIC 9(02) COMP VALUE 2.

       01  WS-ESCALATE-LIMIT            PIC 9(02) COMP.

      *----------------------------------------------------------------
      * THE TRANSMISSION LOG, CARRIED MASTER PLUS TONIGHT'S FILES.
      * FIVE FILES A NIGHT ARE SENT, SO FIVE HUNDRED ROWS IS OVER
      * THREE MONTHS OF NOTHING CONFIRMED; AN OVERFULL LOG STOPS THE
      * RUN RATHER THAN DROP A TRANSMISSION FROM FOLLOW-UP.
      *----------------------------------------------------------------
       77  WS-XMT-MAX                   PIC 9(03) COMP VALUE 500.

       01  WS-XMT-COUNT                 PIC 9(03) COMP.

       01  WS-XMT-TABLE.
           03 WS-XMT-ENTRY OCCURS 500 TIMES.
              05 WS-XMT-FILE            PIC X(08).
              05 WS-XMT-RUN-DATE        PIC 9(08).
              05 WS-XMT-SENT-COUNT      PIC 9(09).
              05 WS-XMT-SENT-SIGN       PIC X(01).
              05 WS-XMT-SENT-HASH       PIC 9(15).
              05 WS-XMT-STATUS          PIC X(01).
                 88 WS-XMT-UNCONFIRMED             VALUE "U".
                 88 WS-XMT-MISMATCHED              VALUE "M".
                 88 WS-XMT-CONFIRMED               VALUE "C".
              05 WS-XMT-RCPT-COUNT      PIC 9(09).
              05 WS-XMT-RCPT-SIGN       PIC X(01).
              05 WS-XMT-RCPT-HASH       PIC 9(15).
              05 WS-XMT-RCPT-DATE       PIC 9(08).
              05 WS-XMT-BUS-DAYS        PIC 9(03).

       01  WS-XMT-SUB                   PIC 9(03) COMP.
       01  WS-XMT-HIT-SUB               PIC 9(03) COMP.

      *----------------------------------------------------------------
      * ONE TRANSMISSION BEING REGISTERED OR ONE RECEIPT BEING
      * APPLIED, WHICHEVER IS IN HAND -- LOOKED UP ON THE LOG BY
      * FILE AND RUN DATE.
      *----------------------------------------------------------------
       01  WS-LOOK-FILE                 PIC X(08).
       01  WS-LOOK-RUN-DATE             PIC 9(08).
       01  WS-LOOK-COUNT                PIC 9(09).
       01  WS-LOOK-SIGN                 PIC X(01).
       01  WS-LOOK-HASH                 PIC 9(15).

      *----------------------------------------------------------------
      * TE024FMT'S TRAILER SHAPE, AND THE DE-EDITED FIGURES OFF
      * COMPEXT'S GRAND ROW.
      *----------------------------------------------------------------
       01  WS-INT-RECORD                PIC X(300).

       01  WS-INT-TRAILER REDEFINES WS-INT-RECORD.
           03 WS-TRL-REC-TYPE           PIC X(03).
              88 WS-TRL-IS-TRAILER                 VALUE "TRL".
           03 WS-TRL-QUEUE              PIC X(08).
           03 WS-TRL-RUN-DATE           PIC 9(08).
           03 WS-TRL-RECORD-COUNT       PIC 9(09).
           03 WS-TRL-HASH-SIGN          PIC X(01).
           03 WS-TRL-HASH-MNT-1         PIC 9(15).
           03 FILLER                    PIC X(256).

       01  WS-QUEUE-NO                  PIC 9(01) COMP.

       01  WS-EXT-GRAND-COUNT           PIC 9(09).
       01  WS-EXT-GRAND-MNT-1           PIC S9(13)V99.
       01  WS-EXT-GRAND-CENTS           PIC S9(15).

       01  WS-CURRENT-DATE              PIC 9(08).

      *----------------------------------------------------------------
      * BUSINESS-DAY AGING WORK FIELDS -- SAME CALENDAR-FIRST RULE AS
      * TE010RCY'S SUSPENSE AGING: THE PROCESSING CALENDAR DECIDES
      * WHERE IT HAS A ROW, THE WEEKDAY RULE DECIDES THE REST.
      *----------------------------------------------------------------
       01  WS-TODAY-INT                 PIC 9(08) COMP.
       01  WS-SENT-INT                  PIC 9(08) COMP.
       01  WS-DAY-INT                   PIC 9(08) COMP.
       01  WS-DAY-OF-WEEK               PIC 9(01) COMP.
       01  WS-DAY-CCYYMMDD              PIC 9(08).
       01  WS-BUS-DAY-AGE               PIC 9(05) COMP.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NO-FATAL-ERROR
               PERFORM 2000-REGISTER-COMPANY-EXTRACT
                   THRU 2000-REGISTER-COMPANY-EXTRACT-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2100-REGISTER-ONE-ROUTE-FILE
                   THRU 2100-REGISTER-ONE-ROUTE-FILE-EXIT
                   VARYING WS-QUEUE-NO FROM 1 BY 1
                   UNTIL WS-QUEUE-NO > 4 OR WS-FATAL-ERROR
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2400-APPLY-RECEIPTS
                   THRU 2400-APPLY-RECEIPTS-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2600-REPORT-ONE-TRANSMISSION
                   THRU 2600-REPORT-ONE-TRANSMISSION-EXIT
                   VARYING WS-XMT-SUB FROM 1 BY 1
                   UNTIL WS-XMT-SUB > WS-XMT-COUNT OR WS-FATAL-ERROR
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           MOVE ZERO TO WS-CARRIED-IN-COUNT
                        WS-REGISTERED-COUNT
                        WS-NO-TRAILER-COUNT
                        WS-RECEIPT-COUNT
                        WS-UNKNOWN-COUNT
                        WS-CONFIRMED-COUNT
                        WS-MISMATCHED-COUNT
                        WS-UNCONFIRMED-COUNT
                        WS-ESCALATED-COUNT
                        WS-CARRIED-OUT-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).

           SET WS-NO-FATAL-ERROR TO TRUE.
           SET WS-RUN-CLEAN TO TRUE.

           PERFORM 1100-READ-ESCALATION-CARD
               THRU 1100-READ-ESCALATION-CARD-EXIT.

           PERFORM 1200-LOAD-TRANSMISSION-LOG
               THRU 1200-LOAD-TRANSMISSION-LOG-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

      *----------------------------------------------------------------
      * A MISSING CALENDAR DOES NOT STOP THE RUN: AGING FALLS BACK
      * TO THE PLAIN WEEKDAY RULE.
      *----------------------------------------------------------------
           SET WS-CAL-IS-CLOSED TO TRUE.
           OPEN INPUT CAL-IDX-FILE.
           IF CAL-IDX-OK
               SET WS-CAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "TE040RCM - NO PROCESSING CALENDAR ON "
                       "CALXREF, AGING FALLS BACK TO WEEKDAYS"
           END-IF.

           OPEN OUTPUT XMT-NEW-FILE.
           IF NOT XMT-NEW-OK
               DISPLAY "TE040RCM - OPEN ERROR ON XMTNEW  STATUS="
                       WS-XMT-NEW-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT RCP-RPT-FILE.
           IF NOT RCP-RPT-OK
               DISPLAY "TE040RCM - OPEN ERROR ON RCPRPT  STATUS="
                       WS-RCP-RPT-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-READ-ESCALATION-CARD.
      *----------------------------------------------------------------
      * A MISSING OR UNUSABLE CARD FALLS BACK TO THE DEFAULT LIMIT.
      *================================================================
           MOVE WS-ESCALATE-DEFAULT TO WS-ESCALATE-LIMIT.

           OPEN INPUT RCC-CTL-FILE.
           IF NOT RCC-CTL-OK
               DISPLAY "TE040RCM - NO PARAMETER CARD ON RCPCTL, "
                       "ESCALATING AFTER 02 BUSINESS DAYS"
               GO TO 1100-READ-ESCALATION-CARD-EXIT
           END-IF.

           READ RCC-CTL-FILE
               AT END
                   DISPLAY "TE040RCM - EMPTY PARAMETER CARD, "
                           "ESCALATING AFTER 02 BUSINESS DAYS"
                   CLOSE RCC-CTL-FILE
                   GO TO 1100-READ-ESCALATION-CARD-EXIT
           END-READ.

           CLOSE RCC-CTL-FILE.

           IF RCC-ESCALATE-DAYS NOT NUMERIC OR
              RCC-ESCALATE-DAYS = ZERO
               DISPLAY "TE040RCM - PARAMETER CARD UNUSABLE, "
                       "ESCALATING AFTER 02 BUSINESS DAYS"
               GO TO 1100-READ-ESCALATION-CARD-EXIT
           END-IF.

           MOVE RCC-ESCALATE-DAYS TO WS-ESCALATE-LIMIT.

       1100-READ-ESCALATION-CARD-EXIT.
           EXIT.

      *================================================================
       1200-LOAD-TRANSMISSION-LOG.
      *----------------------------------------------------------------
      * ON THE FIRST RUN THERE IS NO CARRIED-FORWARD LOG YET -- THE
      * SAME CONVENTION TE010RCY USES FOR SUSPMST.
      *================================================================
           MOVE ZERO TO WS-XMT-COUNT.

           OPEN INPUT XMT-PRV-FILE.
           IF NOT XMT-PRV-OK
               DISPLAY "TE040RCM - NO PRIOR TRANSMISSION LOG, "
                       "STARTING FROM TONIGHT'S FILES ONLY"
               GO TO 1200-LOAD-TRANSMISSION-LOG-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 1210-LOAD-ONE-TRANSMISSION
               THRU 1210-LOAD-ONE-TRANSMISSION-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE XMT-PRV-FILE.

       1200-LOAD-TRANSMISSION-LOG-EXIT.
           EXIT.

      *================================================================
       1210-LOAD-ONE-TRANSMISSION.
      *================================================================
           READ XMT-PRV-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-TRANSMISSION-EXIT
           END-READ.

           ADD 1 TO WS-CARRIED-IN-COUNT.

           IF WS-XMT-COUNT >= WS-XMT-MAX
               DISPLAY "TE040RCM - TRANSMISSION LOG TABLE FULL AT "
                       WS-XMT-MAX " ROWS"
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1210-LOAD-ONE-TRANSMISSION-EXIT
           END-IF.

           ADD 1 TO WS-XMT-COUNT.
           MOVE WS-XMT-COUNT TO WS-XMT-SUB.
           MOVE XMT-FILE OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-FILE (WS-XMT-SUB).
           MOVE XMT-RUN-DATE OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-RUN-DATE (WS-XMT-SUB).
           MOVE XMT-SENT-COUNT OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-SENT-COUNT (WS-XMT-SUB).
           MOVE XMT-SENT-HASH-SIGN OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-SENT-SIGN (WS-XMT-SUB).
           MOVE XMT-SENT-HASH OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-SENT-HASH (WS-XMT-SUB).
           MOVE XMT-STATUS OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-STATUS (WS-XMT-SUB).
           MOVE XMT-RCPT-COUNT OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-RCPT-COUNT (WS-XMT-SUB).
           MOVE XMT-RCPT-HASH-SIGN OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-RCPT-SIGN (WS-XMT-SUB).
           MOVE XMT-RCPT-HASH OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-RCPT-HASH (WS-XMT-SUB).
           MOVE XMT-RCPT-DATE OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-RCPT-DATE (WS-XMT-SUB).
           MOVE XMT-BUS-DAYS OF TRANSMIT-PRV-RECORD
                                   TO WS-XMT-BUS-DAYS (WS-XMT-SUB).

       1210-LOAD-ONE-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2000-REGISTER-COMPANY-EXTRACT.
      *----------------------------------------------------------------
      * COMPEXT'S GRAND ROW IS ITS TRAILER: RECORD COUNT AND THE TEN
      * GRAND AMOUNT TOTALS, EDITED FOR PRINT.  THEY ARE DE-EDITED
      * BACK TO NUMBERS HERE; THE MNT-1 TOTAL IN CENTS IS THE HASH.
      * THE ROW'S EXT-DATE-TRT IS TE009BAL'S RUN DATE; AN UNDATED ROW
      * FROM AN OLDER TE009BAL IS TAKEN AS TONIGHT'S.
      *================================================================
           SET WS-TRAILER-NOT-FOUND TO TRUE.
           MOVE "COMPEXT " TO WS-LOOK-FILE.
           MOVE WS-CURRENT-DATE TO WS-LOOK-RUN-DATE.

           OPEN INPUT COMP-EXT-FILE.
           IF NOT COMP-EXT-OK
               DISPLAY "TE040RCM - OPEN ERROR ON COMPEXT  STATUS="
                       WS-COMP-EXT-STATUS
               PERFORM 2050-REPORT-NO-TRAILER
                   THRU 2050-REPORT-NO-TRAILER-EXIT
               GO TO 2000-REGISTER-COMPANY-EXTRACT-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2010-READ-EXTRACT-LINE
               THRU 2010-READ-EXTRACT-LINE-EXIT
               UNTIL WS-EOF.

           CLOSE COMP-EXT-FILE.

           IF WS-TRAILER-NOT-FOUND
               PERFORM 2050-REPORT-NO-TRAILER
                   THRU 2050-REPORT-NO-TRAILER-EXIT
               GO TO 2000-REGISTER-COMPANY-EXTRACT-EXIT
           END-IF.

           PERFORM 2300-REGISTER-TRANSMISSION
               THRU 2300-REGISTER-TRANSMISSION-EXIT.

       2000-REGISTER-COMPANY-EXTRACT-EXIT.
           EXIT.

      *================================================================
       2010-READ-EXTRACT-LINE.
      *================================================================
           READ COMP-EXT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2010-READ-EXTRACT-LINE-EXIT
           END-READ.

           IF NOT EXT-GRAND-LINE
               GO TO 2010-READ-EXTRACT-LINE-EXIT
           END-IF.

           SET WS-TRAILER-FOUND TO TRUE.
           IF EXT-DATE-TRT IS NUMERIC AND EXT-DATE-TRT > ZERO
               MOVE EXT-DATE-TRT TO WS-LOOK-RUN-DATE
           END-IF.
           MOVE EXT-RECORD-COUNT TO WS-EXT-GRAND-COUNT.
           MOVE EXT-MNT-TOTAL (1) TO WS-EXT-GRAND-MNT-1.
           COMPUTE WS-EXT-GRAND-CENTS = WS-EXT-GRAND-MNT-1 * 100.

           MOVE WS-EXT-GRAND-COUNT TO WS-LOOK-COUNT.
           IF WS-EXT-GRAND-CENTS < ZERO
               MOVE "-" TO WS-LOOK-SIGN
               COMPUTE WS-LOOK-HASH = WS-EXT-GRAND-CENTS * -1
           ELSE
               MOVE "+" TO WS-LOOK-SIGN
               MOVE WS-EXT-GRAND-CENTS TO WS-LOOK-HASH
           END-IF.

       2010-READ-EXTRACT-LINE-EXIT.
           EXIT.

      *================================================================
       2050-REPORT-NO-TRAILER.
      *----------------------------------------------------------------
      * A FILE THAT WAS NOT THERE, OR ENDED WITHOUT ITS TRAILER, WAS
      * NOT SENT WHOLE -- NOTHING TO REGISTER, BUT IT MUST NOT PASS
      * UNNOTICED.
      *================================================================
           ADD 1 TO WS-NO-TRAILER-COUNT.
           SET WS-RUN-FAILED TO TRUE.

           MOVE SPACES TO RRP-LINE.
           MOVE WS-LOOK-FILE      TO RRP-FILE.
           MOVE WS-LOOK-RUN-DATE  TO RRP-RUN-DATE.
           MOVE "NO TRAILER"      TO RRP-STATUS.
           MOVE "RERUN"           TO RRP-ACTION.
           PERFORM 2900-WRITE-REPORT-LINE
               THRU 2900-WRITE-REPORT-LINE-EXIT.

       2050-REPORT-NO-TRAILER-EXIT.
           EXIT.

      *================================================================
       2100-REGISTER-ONE-ROUTE-FILE.
      *----------------------------------------------------------------
      * EACH RTEINTn ENDS WITH ONE TRL ROW CARRYING ITS RUN DATE,
      * DETAIL COUNT AND SIGNED MNT-1 HASH (SEE TE024FMT).
      *================================================================
           SET WS-TRAILER-NOT-FOUND TO TRUE.
           SET WS-ROUTE-IS-CLOSED TO TRUE.

           EVALUATE WS-QUEUE-NO
               WHEN 1
                   MOVE "RTEINT1 " TO WS-LOOK-FILE
                   OPEN INPUT RTE-INT1-FILE
                   IF RTE-INT1-OK
                       SET WS-ROUTE-IS-OPEN TO TRUE
                   END-IF
               WHEN 2
                   MOVE "RTEINT2 " TO WS-LOOK-FILE
                   OPEN INPUT RTE-INT2-FILE
                   IF RTE-INT2-OK
                       SET WS-ROUTE-IS-OPEN TO TRUE
                   END-IF
               WHEN 3
                   MOVE "RTEINT3 " TO WS-LOOK-FILE
                   OPEN INPUT RTE-INT3-FILE
                   IF RTE-INT3-OK
                       SET WS-ROUTE-IS-OPEN TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "RTEINT4 " TO WS-LOOK-FILE
                   OPEN INPUT RTE-INT4-FILE
                   IF RTE-INT4-OK
                       SET WS-ROUTE-IS-OPEN TO TRUE
                   END-IF
           END-EVALUATE.

           MOVE WS-CURRENT-DATE TO WS-LOOK-RUN-DATE.

           IF WS-ROUTE-IS-CLOSED
               DISPLAY "TE040RCM - OPEN ERROR ON " WS-LOOK-FILE
               PERFORM 2050-REPORT-NO-TRAILER
                   THRU 2050-REPORT-NO-TRAILER-EXIT
               GO TO 2100-REGISTER-ONE-ROUTE-FILE-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2110-READ-ROUTE-RECORD
               THRU 2110-READ-ROUTE-RECORD-EXIT
               UNTIL WS-EOF.

           EVALUATE WS-QUEUE-NO
               WHEN 1 CLOSE RTE-INT1-FILE
               WHEN 2 CLOSE RTE-INT2-FILE
               WHEN 3 CLOSE RTE-INT3-FILE
               WHEN OTHER CLOSE RTE-INT4-FILE
           END-EVALUATE.

           IF WS-TRAILER-NOT-FOUND
               PERFORM 2050-REPORT-NO-TRAILER
                   THRU 2050-REPORT-NO-TRAILER-EXIT
               GO TO 2100-REGISTER-ONE-ROUTE-FILE-EXIT
           END-IF.

           PERFORM 2300-REGISTER-TRANSMISSION
               THRU 2300-REGISTER-TRANSMISSION-EXIT.

       2100-REGISTER-ONE-ROUTE-FILE-EXIT.
           EXIT.

      *================================================================
       2110-READ-ROUTE-RECORD.
      *================================================================
           EVALUATE WS-QUEUE-NO
               WHEN 1
                   READ RTE-INT1-FILE INTO WS-INT-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                           GO TO 2110-READ-ROUTE-RECORD-EXIT
                   END-READ
               WHEN 2
                   READ RTE-INT2-FILE INTO WS-INT-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                           GO TO 2110-READ-ROUTE-RECORD-EXIT
                   END-READ
               WHEN 3
                   READ RTE-INT3-FILE INTO WS-INT-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                           GO TO 2110-READ-ROUTE-RECORD-EXIT
                   END-READ
               WHEN OTHER
                   READ RTE-INT4-FILE INTO WS-INT-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                           GO TO 2110-READ-ROUTE-RECORD-EXIT
                   END-READ
           END-EVALUATE.

           IF NOT WS-TRL-IS-TRAILER
               GO TO 2110-READ-ROUTE-RECORD-EXIT
           END-IF.

           SET WS-TRAILER-FOUND TO TRUE.
           IF WS-TRL-RUN-DATE NUMERIC AND WS-TRL-RUN-DATE > ZERO
               MOVE WS-TRL-RUN-DATE TO WS-LOOK-RUN-DATE
           END-IF.
           MOVE WS-TRL-RECORD-COUNT TO WS-LOOK-COUNT.
           MOVE WS-TRL-HASH-SIGN    TO WS-LOOK-SIGN.
           MOVE WS-TRL-HASH-MNT-1   TO WS-LOOK-HASH.

       2110-READ-ROUTE-RECORD-EXIT.
           EXIT.

      *================================================================
       2300-REGISTER-TRANSMISSION.
      *----------------------------------------------------------------
      * A RERUN SENDS THE SAME FILE FOR THE SAME DATE AGAIN: THE NEW
      * FIGURES REPLACE THE OLD AND ANY RECEIPT FOR THE FIRST SEND
      * NO LONGER COUNTS.
      *================================================================
           PERFORM 2500-FIND-TRANSMISSION
               THRU 2500-FIND-TRANSMISSION-EXIT.

           IF WS-XMT-HIT-SUB = ZERO
               IF WS-XMT-COUNT >= WS-XMT-MAX
                   DISPLAY "TE040RCM - TRANSMISSION LOG TABLE FULL AT "
                           WS-XMT-MAX " ROWS"
                   SET WS-FATAL-ERROR TO TRUE
                   GO TO 2300-REGISTER-TRANSMISSION-EXIT
               END-IF
               ADD 1 TO WS-XMT-COUNT
               MOVE WS-XMT-COUNT TO WS-XMT-HIT-SUB
           END-IF.

           MOVE WS-XMT-HIT-SUB TO WS-XMT-SUB.
           MOVE WS-LOOK-FILE      TO WS-XMT-FILE (WS-XMT-SUB).
           MOVE WS-LOOK-RUN-DATE  TO WS-XMT-RUN-DATE (WS-XMT-SUB).
           MOVE WS-LOOK-COUNT     TO WS-XMT-SENT-COUNT (WS-XMT-SUB).
           MOVE WS-LOOK-SIGN      TO WS-XMT-SENT-SIGN (WS-XMT-SUB).
           MOVE WS-LOOK-HASH      TO WS-XMT-SENT-HASH (WS-XMT-SUB).
           SET WS-XMT-UNCONFIRMED (WS-XMT-SUB) TO TRUE.
           MOVE ZERO              TO WS-XMT-RCPT-COUNT (WS-XMT-SUB)
                                     WS-XMT-RCPT-HASH (WS-XMT-SUB)
                                     WS-XMT-RCPT-DATE (WS-XMT-SUB)
                                     WS-XMT-BUS-DAYS (WS-XMT-SUB).
           MOVE SPACE             TO WS-XMT-RCPT-SIGN (WS-XMT-SUB).

           ADD 1 TO WS-REGISTERED-COUNT.

       2300-REGISTER-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2400-APPLY-RECEIPTS.
      *----------------------------------------------------------------
      * NO RECEIPT FILE SIMPLY MEANS NOTHING CAME BACK TONIGHT; THE
      * AGING BELOW IS WHAT CATCHES A RECEIVER THAT HAS GONE QUIET.
      *================================================================
           OPEN INPUT RCPT-FILE.
           IF NOT RCPT-OK
               DISPLAY "TE040RCM - NO RECEIPT FILE ON RCPTIN, "
                       "NO CONFIRMATIONS TONIGHT"
               GO TO 2400-APPLY-RECEIPTS-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2410-APPLY-ONE-RECEIPT
               THRU 2410-APPLY-ONE-RECEIPT-EXIT
               UNTIL WS-EOF.

           CLOSE RCPT-FILE.

       2400-APPLY-RECEIPTS-EXIT.
           EXIT.

      *================================================================
       2410-APPLY-ONE-RECEIPT.
      *----------------------------------------------------------------
      * THE LATEST RECEIPT FOR A FILE DECIDES: A CORRECTED RECEIPT
      * CONFIRMS A FILE AN EARLIER ONE MISMATCHED.  A MINUS ZERO
      * HASH IS TAKEN AS PLUS ZERO ON BOTH SIDES.
      *================================================================
           READ RCPT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2410-APPLY-ONE-RECEIPT-EXIT
           END-READ.

           ADD 1 TO WS-RECEIPT-COUNT.

           MOVE RCP-FILE     TO WS-LOOK-FILE.
           MOVE RCP-RUN-DATE TO WS-LOOK-RUN-DATE.
           PERFORM 2500-FIND-TRANSMISSION
               THRU 2500-FIND-TRANSMISSION-EXIT.

           IF WS-XMT-HIT-SUB = ZERO
               PERFORM 2450-REPORT-UNKNOWN-RECEIPT
                   THRU 2450-REPORT-UNKNOWN-RECEIPT-EXIT
               GO TO 2410-APPLY-ONE-RECEIPT-EXIT
           END-IF.

           MOVE WS-XMT-HIT-SUB TO WS-XMT-SUB.

           IF RCP-RECORD-COUNT NOT NUMERIC OR
              RCP-HASH-TOTAL NOT NUMERIC
               MOVE ZERO TO WS-XMT-RCPT-COUNT (WS-XMT-SUB)
                            WS-XMT-RCPT-HASH (WS-XMT-SUB)
               MOVE "?" TO WS-XMT-RCPT-SIGN (WS-XMT-SUB)
               SET WS-XMT-MISMATCHED (WS-XMT-SUB) TO TRUE
               GO TO 2410-APPLY-ONE-RECEIPT-EXIT
           END-IF.

           MOVE RCP-RECORD-COUNT TO WS-XMT-RCPT-COUNT (WS-XMT-SUB).
           MOVE RCP-HASH-SIGN    TO WS-XMT-RCPT-SIGN (WS-XMT-SUB).
           MOVE RCP-HASH-TOTAL   TO WS-XMT-RCPT-HASH (WS-XMT-SUB).
           IF RCP-RECEIVED-DATE NUMERIC
               MOVE RCP-RECEIVED-DATE
                                 TO WS-XMT-RCPT-DATE (WS-XMT-SUB)
           END-IF.

           IF WS-XMT-RCPT-HASH (WS-XMT-SUB) = ZERO
               MOVE "+" TO WS-XMT-RCPT-SIGN (WS-XMT-SUB)
           END-IF.
           IF WS-XMT-SENT-HASH (WS-XMT-SUB) = ZERO
               MOVE "+" TO WS-XMT-SENT-SIGN (WS-XMT-SUB)
           END-IF.

           IF WS-XMT-RCPT-COUNT (WS-XMT-SUB) =
                 WS-XMT-SENT-COUNT (WS-XMT-SUB) AND
              WS-XMT-RCPT-SIGN (WS-XMT-SUB) =
                 WS-XMT-SENT-SIGN (WS-XMT-SUB) AND
              WS-XMT-RCPT-HASH (WS-XMT-SUB) =
                 WS-XMT-SENT-HASH (WS-XMT-SUB)
               SET WS-XMT-CONFIRMED (WS-XMT-SUB) TO TRUE
           ELSE
               SET WS-XMT-MISMATCHED (WS-XMT-SUB) TO TRUE
           END-IF.

       2410-APPLY-ONE-RECEIPT-EXIT.
           EXIT.

      *================================================================
       2450-REPORT-UNKNOWN-RECEIPT.
      *----------------------------------------------------------------
      * A RECEIPT FOR A FILE AND DATE NOT ON THE LOG: MIS-KEYED BY
      * THE RECEIVER, OR A REPEAT FOR A FILE ALREADY CONFIRMED AND
      * DROPPED ON AN EARLIER NIGHT.
      *================================================================
           ADD 1 TO WS-UNKNOWN-COUNT.
           SET WS-RUN-FAILED TO TRUE.

           MOVE SPACES TO RRP-LINE.
           MOVE RCP-FILE          TO RRP-FILE.
           MOVE RCP-RUN-DATE      TO RRP-RUN-DATE.
           MOVE "UNKNOWN"         TO RRP-STATUS.
           IF RCP-RECORD-COUNT NUMERIC
               MOVE RCP-RECORD-COUNT TO RRP-RCPT-COUNT
           END-IF.
           MOVE RCP-HASH-SIGN     TO RRP-RCPT-SIGN.
           IF RCP-HASH-TOTAL NUMERIC
               MOVE RCP-HASH-TOTAL TO RRP-RCPT-HASH
           END-IF.
           MOVE "INVESTIGATE"     TO RRP-ACTION.
           PERFORM 2900-WRITE-REPORT-LINE
               THRU 2900-WRITE-REPORT-LINE-EXIT.

       2450-REPORT-UNKNOWN-RECEIPT-EXIT.
           EXIT.

      *================================================================
       2500-FIND-TRANSMISSION.
      *----------------------------------------------------------------
      * LOOKS UP WS-LOOK-FILE / WS-LOOK-RUN-DATE ON THE LOG.  LEAVES
      * THE ENTRY'S SUBSCRIPT IN WS-XMT-HIT-SUB, OR ZERO.
      *================================================================
           MOVE ZERO TO WS-XMT-HIT-SUB.

           PERFORM 2510-MATCH-ONE-TRANSMISSION
               THRU 2510-MATCH-ONE-TRANSMISSION-EXIT
               VARYING WS-XMT-SUB FROM 1 BY 1
               UNTIL WS-XMT-SUB > WS-XMT-COUNT
                  OR WS-XMT-HIT-SUB NOT = ZERO.

       2500-FIND-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2510-MATCH-ONE-TRANSMISSION.
      *================================================================
           IF WS-XMT-FILE (WS-XMT-SUB) = WS-LOOK-FILE AND
              WS-XMT-RUN-DATE (WS-XMT-SUB) = WS-LOOK-RUN-DATE
               MOVE WS-XMT-SUB TO WS-XMT-HIT-SUB
           END-IF.

       2510-MATCH-ONE-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2600-REPORT-ONE-TRANSMISSION.
      *----------------------------------------------------------------
      * ONE LINE PER LOG ROW.  CONFIRMED ROWS ARE REPORTED AND LEAVE
      * THE LOG; EVERYTHING ELSE IS AGED AND CARRIED FORWARD.
      *================================================================
           MOVE SPACES TO RRP-LINE.
           MOVE WS-XMT-FILE (WS-XMT-SUB)       TO RRP-FILE.
           MOVE WS-XMT-RUN-DATE (WS-XMT-SUB)   TO RRP-RUN-DATE.
           MOVE WS-XMT-SENT-COUNT (WS-XMT-SUB) TO RRP-SENT-COUNT.
           MOVE WS-XMT-SENT-SIGN (WS-XMT-SUB)  TO RRP-SENT-SIGN.
           MOVE WS-XMT-SENT-HASH (WS-XMT-SUB)  TO RRP-SENT-HASH.

           IF NOT WS-XMT-UNCONFIRMED (WS-XMT-SUB)
               MOVE WS-XMT-RCPT-COUNT (WS-XMT-SUB) TO RRP-RCPT-COUNT
               MOVE WS-XMT-RCPT-SIGN (WS-XMT-SUB)  TO RRP-RCPT-SIGN
               MOVE WS-XMT-RCPT-HASH (WS-XMT-SUB)  TO RRP-RCPT-HASH
           END-IF.

           IF WS-XMT-CONFIRMED (WS-XMT-SUB)
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE "CONFIRMED"  TO RRP-STATUS
               PERFORM 2900-WRITE-REPORT-LINE
                   THRU 2900-WRITE-REPORT-LINE-EXIT
               GO TO 2600-REPORT-ONE-TRANSMISSION-EXIT
           END-IF.

           PERFORM 2700-COMPUTE-BUSINESS-AGE
               THRU 2700-COMPUTE-BUSINESS-AGE-EXIT.

           IF WS-BUS-DAY-AGE > 999
               MOVE 999 TO WS-XMT-BUS-DAYS (WS-XMT-SUB)
           ELSE
               MOVE WS-BUS-DAY-AGE TO WS-XMT-BUS-DAYS (WS-XMT-SUB)
           END-IF.
           MOVE WS-XMT-BUS-DAYS (WS-XMT-SUB) TO RRP-BUS-DAYS.

           IF WS-XMT-MISMATCHED (WS-XMT-SUB)
               ADD 1 TO WS-MISMATCHED-COUNT
               SET WS-RUN-FAILED TO TRUE
               MOVE "MISMATCHED" TO RRP-STATUS
               MOVE "RESEND"     TO RRP-ACTION
           ELSE
               ADD 1 TO WS-UNCONFIRMED-COUNT
               MOVE "UNCONFIRMED" TO RRP-STATUS
               IF WS-BUS-DAY-AGE >= WS-ESCALATE-LIMIT
                   ADD 1 TO WS-ESCALATED-COUNT
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "ESCALATE" TO RRP-ACTION
               END-IF
           END-IF.

           PERFORM 2900-WRITE-REPORT-LINE
               THRU 2900-WRITE-REPORT-LINE-EXIT.

           PERFORM 2800-CARRY-TRANSMISSION
               THRU 2800-CARRY-TRANSMISSION-EXIT.

       2600-REPORT-ONE-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2700-COMPUTE-BUSINESS-AGE.
      *----------------------------------------------------------------
      * COUNTS THE BUSINESS DAYS AFTER THE RUN DATE UP TO AND
      * INCLUDING TONIGHT: A FILE SENT TONIGHT IS ZERO DAYS OLD, ONE
      * SENT LAST BUSINESS NIGHT IS ONE.  AN UNUSABLE RUN DATE
      * (ZERO, NOT NUMERIC, OR IN THE FUTURE) AGES AS ZERO RATHER
      * THAN STOPPING THE RUN -- THE FILE STILL APPEARS ON THE
      * REPORT.
      *================================================================
           MOVE ZERO TO WS-BUS-DAY-AGE.

           IF WS-XMT-RUN-DATE (WS-XMT-SUB) NOT NUMERIC OR
              WS-XMT-RUN-DATE (WS-XMT-SUB) = ZERO
               GO TO 2700-COMPUTE-BUSINESS-AGE-EXIT
           END-IF.

           COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-XMT-RUN-DATE (WS-XMT-SUB)).

           IF WS-SENT-INT = ZERO OR
              WS-SENT-INT >= WS-TODAY-INT
               GO TO 2700-COMPUTE-BUSINESS-AGE-EXIT
           END-IF.

           PERFORM 2710-COUNT-ONE-DAY
               THRU 2710-COUNT-ONE-DAY-EXIT
               VARYING WS-DAY-INT FROM WS-SENT-INT BY 1
               UNTIL WS-DAY-INT >= WS-TODAY-INT.

       2700-COMPUTE-BUSINESS-AGE-EXIT.
           EXIT.

      *================================================================
       2710-COUNT-ONE-DAY.
      *----------------------------------------------------------------
      * JUDGES THE DAY AFTER WS-DAY-INT, SO THE RANGE COUNTED RUNS
      * FROM THE DAY AFTER THE RUN DATE THROUGH TONIGHT.  THE
      * PROCESSING CALENDAR DECIDES FIRST; ONLY A DAY WITH NO
      * CALENDAR ROW (OR NO CALENDAR AT ALL) FALLS THROUGH TO THE
      * WEEKDAY RULE -- SAME SCHEME AS TE010RCY'S SUSPENSE AGING.
      *================================================================
           IF WS-CAL-IS-OPEN
               COMPUTE WS-DAY-CCYYMMDD =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INT + 1)
               MOVE WS-DAY-CCYYMMDD TO CAL-DATE
               READ CAL-IDX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CAL-IDX-OK
                   IF CAL-WORK-DAY
                       ADD 1 TO WS-BUS-DAY-AGE
                   END-IF
                   GO TO 2710-COUNT-ONE-DAY-EXIT
               END-IF
           END-IF.

           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT + 1, 7).

           IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
               ADD 1 TO WS-BUS-DAY-AGE
           END-IF.

       2710-COUNT-ONE-DAY-EXIT.
           EXIT.

      *================================================================
       2800-CARRY-TRANSMISSION.
      *================================================================
           MOVE SPACES TO TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-FILE (WS-XMT-SUB)
                     TO XMT-FILE OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-RUN-DATE (WS-XMT-SUB)
                     TO XMT-RUN-DATE OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-SENT-COUNT (WS-XMT-SUB)
                     TO XMT-SENT-COUNT OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-SENT-SIGN (WS-XMT-SUB)
                     TO XMT-SENT-HASH-SIGN OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-SENT-HASH (WS-XMT-SUB)
                     TO XMT-SENT-HASH OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-STATUS (WS-XMT-SUB)
                     TO XMT-STATUS OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-RCPT-COUNT (WS-XMT-SUB)
                     TO XMT-RCPT-COUNT OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-RCPT-SIGN (WS-XMT-SUB)
                     TO XMT-RCPT-HASH-SIGN OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-RCPT-HASH (WS-XMT-SUB)
                     TO XMT-RCPT-HASH OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-RCPT-DATE (WS-XMT-SUB)
                     TO XMT-RCPT-DATE OF TRANSMIT-LOG-RECORD.
           MOVE WS-XMT-BUS-DAYS (WS-XMT-SUB)
                     TO XMT-BUS-DAYS OF TRANSMIT-LOG-RECORD.

           WRITE TRANSMIT-LOG-RECORD.
           IF XMT-NEW-OK
               ADD 1 TO WS-CARRIED-OUT-COUNT
           ELSE
               DISPLAY "TE040RCM - WRITE ERROR ON XMTNEW  FILE="
                       WS-XMT-FILE (WS-XMT-SUB)
                       "  STATUS=" WS-XMT-NEW-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       2800-CARRY-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-REPORT-LINE.
      *================================================================
           WRITE RRP-LINE.
           IF NOT RCP-RPT-OK
               DISPLAY "TE040RCM - WRITE ERROR ON RCPRPT  FILE="
                       RRP-FILE "  STATUS=" WS-RCP-RPT-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2900-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-CAL-IS-OPEN
               CLOSE CAL-IDX-FILE
           END-IF.

           IF WS-NO-FATAL-ERROR
               CLOSE XMT-NEW-FILE
                     RCP-RPT-FILE
               PERFORM 3300-WRITE-CARRY-STAMP
                   THRU 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           DISPLAY "TE040RCM - CARRIED ROWS READ : "
                   WS-CARRIED-IN-COUNT.
           DISPLAY "TE040RCM - FILES REGISTERED  : "
                   WS-REGISTERED-COUNT.
           DISPLAY "TE040RCM - FILES NO TRAILER  : "
                   WS-NO-TRAILER-COUNT.
           DISPLAY "TE040RCM - RECEIPTS READ     : "
                   WS-RECEIPT-COUNT.
           DISPLAY "TE040RCM - RECEIPTS UNKNOWN  : "
                   WS-UNKNOWN-COUNT.
           DISPLAY "TE040RCM - FILES CONFIRMED   : "
                   WS-CONFIRMED-COUNT.
           DISPLAY "TE040RCM - FILES MISMATCHED  : "
                   WS-MISMATCHED-COUNT.
           DISPLAY "TE040RCM - FILES UNCONFIRMED : "
                   WS-UNCONFIRMED-COUNT.
           DISPLAY "TE040RCM - FILES ESCALATED   : "
                   WS-ESCALATED-COUNT.
           DISPLAY "TE040RCM - ROWS CARRIED      : "
                   WS-CARRIED-OUT-COUNT.

      *----------------------------------------------------------------
      * AN ABORTED RUN LEAVES XMTNEW SHORT OR EMPTY -- THE RETURN
      * CODE IS WHAT KEEPS OPERATIONS FROM SWAPPING IT IN AS THE
      * NEXT NIGHT'S XMTMST.  A CLEAN RUN WITH EXCEPTIONS ALSO ENDS
      * WITH 8, SO THE SCHEDULER RAISES THEM TO OPERATIONS.
      *----------------------------------------------------------------
           IF WS-FATAL-ERROR OR WS-RUN-FAILED
               DISPLAY "TE040RCM - TRANSMISSION EXCEPTIONS OR RUN "
                       "FAILURE, SEE RCPRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.

      *================================================================
       3300-WRITE-CARRY-STAMP.
      *----------------------------------------------------------------
      * THE STAMP CATALOGED WITH THE NEW XMTMST GENERATION: RUN DATE
      * AND ROW COUNT, SO TE036RDY CAN PROVE TOMORROW NIGHT THAT THE
      * XMTMST IT IS GIVEN IS TONIGHT'S, AND WHOLE.  EXCEPTIONS ON
      * THE REPORT DO NOT MAKE THE GENERATION INCOMPLETE -- ONLY A
      * FATAL ERROR DOES, AND THEN NO STAMP IS WRITTEN AT ALL.
      *================================================================
           OPEN OUTPUT CFS-STMP-FILE.
           IF NOT CFS-STMP-OK
               DISPLAY "TE040RCM - OPEN ERROR ON XMTNSTP  STATUS="
                       WS-CFS-STMP-STATUS
               GO TO 3300-WRITE-CARRY-STAMP-EXIT
           END-IF.

           MOVE SPACES               TO CARRY-STAMP-RECORD.
           MOVE "XMTMST  "           TO CFS-MASTER-ID.
           MOVE "TE040RCM"           TO CFS-PROGRAM.
           MOVE WS-CURRENT-DATE      TO CFS-RUN-DATE.
           MOVE WS-CARRIED-OUT-COUNT TO CFS-RECORD-COUNT.
           SET CFS-COMPLETE TO TRUE.

           WRITE CARRY-STAMP-RECORD.
           IF NOT CFS-STMP-OK
               DISPLAY "TE040RCM - WRITE ERROR ON XMTNSTP  STATUS="
                       WS-CFS-STMP-STATUS
           END-IF.

           CLOSE CFS-STMP-FILE.

       3300-WRITE-CARRY-STAMP-EXIT.
           EXIT.
