      *================================================================
      * PROGRAM-ID : TE037ORS
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * ORPHAN SWEEP OF THE CARRIED-FORWARD MASTERS.
      * WHEN TE025DEL CLOSES A KEY OR TE016ARC PURGES IT, THE ENTITY
      * CAN STILL SIT IN SUSPENSE (SUSPMST), ON HOLD (HLDMST),
      * AWAITING APPROVAL (PNDMST) OR ON A SOURCE'S OPEN-REJECT LIST
      * (ACKPEND) -- AND GETS RECYCLED, AGED, ESCALATED AND
      * ACKNOWLEDGED FOR DAYS, OR HAS A PENDING CHANGE RELEASED
      * AGAINST A KEY THAT NO LONGER EXISTS.  THIS STEP RUNS AFTER
      * TE025DEL AND TE016ARC AND BEFORE ANY STEP THAT READS THE
      * FOUR MASTERS.
      *
      * THE CLOSURES ARE THE "D" ROWS ON ENRAUDT STAMPED FROM THE
      * PREVIOUS BUSINESS DAY ON CALXREF THROUGH TODAY (SO A CLOSE RUN
      * AFTER LAST NIGHT'S SWEEP, OR ON A NON-RUN DAY, IS STILL
      * PICKED UP).  A KEY BACK ON ENRIDX SINCE ITS "D" ROW WAS
      * RE-ADDED AND IS NOT AN ORPHAN.  THE ROW'S JOB GIVES THE
      * DISPOSITION: TE016ARC IS "ENTITY ARCHIVED", ANY OTHER JOB
      * (TE025DEL LOGS THE CLOSING SOURCE'S OWN JOB) "ENTITY CLOSED".
      *
      * EACH MASTER IS COPIED TO ITS SWEPT GENERATION WITHOUT THE
      * ORPHANED ENTRIES:
      *   SUSPMST -> SUSPSWP    HLDMST  -> HLDSWP
      *   PNDMST  -> PNDSWP     ACKPEND -> ACKPSWP
      * AND THE STREAM HANDS THE SWEPT GENERATION TO THE MASTER'S
      * READER (TE010RCY, TE023HMG, TE006INQ, TE030ACK) IN ITS
      * PLACE.  THE MASTER'S TE036CFS STAMP (SUSPSTMP, HLDSTMP,
      * PNDSTMP, ACKSTMP) IS CARRIED TO THE SWEPT GENERATION WITH THE
      * NEW ROW COUNT (SUSPSSTP, HLDSSTP, PNDSSTP, ACKSSTP) SO A
      * RESTARTED STREAM CAN STILL PASS TE036RDY ON IT.
      *
      * EVERY REMOVAL IS LISTED ON ORSRPT WITH ITS DISPOSITION.  A
      * REMOVED SUSPENSE, HOLD OR OPEN-REJECT ENTRY ALSO WRITES ONE
      * TE037ORA ROW TO ORSACK, WHICH TE030ACK SENDS TO THE SOURCE
      * SYSTEM AS A FINAL "CLOSED" ROW.  A PENDING APPROVAL HAS NO
      * SOURCE SYSTEM; ITS REMOVAL IS ONLY REPORTED.
      * A REMOVED SUSPENSE ITEM OR HOLD LEAVES ITS MASTER AS SURELY
      * AS ONE RECYCLED OR RELEASED, SO IT ALSO WRITES A TE041CLR
      * ROW (DISPOSITION "X") TO SUSPXCLR OR HLDXCLR, WHICH THE
      * MONTH-END JOB CONCATENATES INTO TE041DQS'S SUSPCLR AND HLDCLR.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *   2026-10-15  DP   SWEPT SUSPENSE ITEMS AND HOLDS WRITE A
      *                    TE041CLR CLEARANCE ROW (SUSPXCLR/HLDXCLR)
      *                    FOR THE TE041DQS SCORECARD.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE037ORS.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENR-IDX-FILE ASSIGN TO "ENRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR
               FILE STATUS IS WS-ENR-IDX-STATUS.

           SELECT CAL-IDX-FILE ASSIGN TO "CALXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-IDX-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "ENRAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSP-PRV-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-PRV-STATUS.

           SELECT SUSP-SWP-FILE ASSIGN TO "SUSPSWP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-SWP-STATUS.

           SELECT SUSP-STMP-FILE ASSIGN TO "SUSPSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STMP-STATUS.

           SELECT SUSP-SSTP-FILE ASSIGN TO "SUSPSSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-SSTP-STATUS.

           SELECT HLD-PRV-FILE ASSIGN TO "HLDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-PRV-STATUS.

           SELECT HLD-SWP-FILE ASSIGN TO "HLDSWP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-SWP-STATUS.

           SELECT HLD-STMP-FILE ASSIGN TO "HLDSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-STMP-STATUS.

           SELECT HLD-SSTP-FILE ASSIGN TO "HLDSSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-SSTP-STATUS.

           SELECT PND-PRV-FILE ASSIGN TO "PNDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-PRV-STATUS.

           SELECT PND-SWP-FILE ASSIGN TO "PNDSWP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-SWP-STATUS.

           SELECT PND-STMP-FILE ASSIGN TO "PNDSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-STMP-STATUS.

           SELECT PND-SSTP-FILE ASSIGN TO "PNDSSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-SSTP-STATUS.

           SELECT ACK-PRV-FILE ASSIGN TO "ACKPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-PRV-STATUS.

           SELECT ACK-SWP-FILE ASSIGN TO "ACKPSWP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-SWP-STATUS.

           SELECT ACK-STMP-FILE ASSIGN TO "ACKSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STMP-STATUS.

           SELECT ACK-SSTP-FILE ASSIGN TO "ACKSSTP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-SSTP-STATUS.

           SELECT ORS-ACK-FILE ASSIGN TO "ORSACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORS-ACK-STATUS.

           SELECT ORS-RPT-FILE ASSIGN TO "ORSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORS-RPT-STATUS.

           SELECT SUSP-XCLR-FILE ASSIGN TO "SUSPXCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-XCLR-STATUS.

           SELECT HLD-XCLR-FILE ASSIGN TO "HLDXCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-XCLR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENR-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-IDX-LEN.
           COPY "cobol-test.cpy".

       FD  CAL-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE022CAL.cpy".

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY "TE004AUD.cpy".

       FD  SUSP-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE010SUS.cpy".

       FD  SUSP-SWP-FILE
           RECORDING MODE IS F.
       01  SUSP-SWP-RECORD              PIC X(614).

       FD  SUSP-STMP-FILE
           RECORDING MODE IS F.
       01  SUSP-STMP-LINE               PIC X(80).

       FD  SUSP-SSTP-FILE
           RECORDING MODE IS F.
       01  SUSP-SSTP-LINE               PIC X(80).

       FD  HLD-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE023HLD.cpy".

       FD  HLD-SWP-FILE
           RECORDING MODE IS F.
       01  HLD-SWP-RECORD               PIC X(600).

       FD  HLD-STMP-FILE
           RECORDING MODE IS F.
       01  HLD-STMP-LINE                PIC X(80).

       FD  HLD-SSTP-FILE
           RECORDING MODE IS F.
       01  HLD-SSTP-LINE                PIC X(80).

       FD  PND-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE031PND.cpy".

       FD  PND-SWP-FILE
           RECORDING MODE IS F.
       01  PND-SWP-RECORD               PIC X(80).

       FD  PND-STMP-FILE
           RECORDING MODE IS F.
       01  PND-STMP-LINE                PIC X(80).

       FD  PND-SSTP-FILE
           RECORDING MODE IS F.
       01  PND-SSTP-LINE                PIC X(80).

       FD  ACK-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE030APN.cpy".

       FD  ACK-SWP-FILE
           RECORDING MODE IS F.
       01  ACK-SWP-RECORD               PIC X(80).

       FD  ACK-STMP-FILE
           RECORDING MODE IS F.
       01  ACK-STMP-LINE                PIC X(80).

       FD  ACK-SSTP-FILE
           RECORDING MODE IS F.
       01  ACK-SSTP-LINE                PIC X(80).

       FD  ORS-ACK-FILE
           RECORDING MODE IS F.
           COPY "TE037ORA.cpy".

       FD  ORS-RPT-FILE
           RECORDING MODE IS F.
       01  ORS-LINE.
           03 ORS-MASTER                PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 ORS-KEY                   PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 ORS-SRC-SYS               PIC X(04).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 ORS-DISPOSITION           PIC X(16).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 ORS-SINCE-DATE            PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 ORS-DETAIL                PIC X(40).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 ORS-ACK-SENT              PIC X(08).

      *----------------------------------------------------------------
      * CLEARANCE ROWS FOR THE SWEPT ITEMS, BUILT IN TE041CLR LAYOUT
      * IN WORKING STORAGE.
      *----------------------------------------------------------------
       FD  SUSP-XCLR-FILE
           RECORDING MODE IS F.
       01  SUSP-XCLR-RECORD             PIC X(80).

       FD  HLD-XCLR-FILE
           RECORDING MODE IS F.
       01  HLD-XCLR-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *----------------------------------------------------------------
       01  WS-ENR-IDX-STATUS            PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".
           88 ENR-IDX-NOTFOUND                    VALUE "23".

       01  WS-CAL-IDX-STATUS            PIC X(02).
           88 CAL-IDX-OK                          VALUE "00".
           88 CAL-IDX-NOTFOUND                    VALUE "23".

       01  WS-AUDIT-STATUS              PIC X(02).
           88 AUDIT-OK                            VALUE "00".

       01  WS-SUSP-PRV-STATUS           PIC X(02).
           88 SUSP-PRV-OK                         VALUE "00".

       01  WS-SUSP-SWP-STATUS           PIC X(02).
           88 SUSP-SWP-OK                         VALUE "00".

       01  WS-SUSP-STMP-STATUS          PIC X(02).
           88 SUSP-STMP-OK                        VALUE "00".

       01  WS-SUSP-SSTP-STATUS          PIC X(02).
           88 SUSP-SSTP-OK                        VALUE "00".

       01  WS-HLD-PRV-STATUS            PIC X(02).
           88 HLD-PRV-OK                          VALUE "00".

       01  WS-HLD-SWP-STATUS            PIC X(02).
           88 HLD-SWP-OK                          VALUE "00".

       01  WS-HLD-STMP-STATUS           PIC X(02).
           88 HLD-STMP-OK                         VALUE "00".

       01  WS-HLD-SSTP-STATUS           PIC X(02).
           88 HLD-SSTP-OK                         VALUE "00".

       01  WS-PND-PRV-STATUS            PIC X(02).
           88 PND-PRV-OK                          VALUE "00".

       01  WS-PND-SWP-STATUS            PIC X(02).
           88 PND-SWP-OK                          VALUE "00".

       01  WS-PND-STMP-STATUS           PIC X(02).
           88 PND-STMP-OK                         VALUE "00".

       01  WS-PND-SSTP-STATUS           PIC X(02).
           88 PND-SSTP-OK                         VALUE "00".

       01  WS-ACK-PRV-STATUS            PIC X(02).
           88 ACK-PRV-OK                          VALUE "00".

       01  WS-ACK-SWP-STATUS            PIC X(02).
           88 ACK-SWP-OK                          VALUE "00".

       01  WS-ACK-STMP-STATUS           PIC X(02).
           88 ACK-STMP-OK                         VALUE "00".

       01  WS-ACK-SSTP-STATUS           PIC X(02).
           88 ACK-SSTP-OK                         VALUE "00".

       01  WS-ORS-ACK-STATUS            PIC X(02).
           88 ORS-ACK-OK                          VALUE "00".

       01  WS-ORS-RPT-STATUS            PIC X(02).
           88 ORS-RPT-OK                          VALUE "00".

       01  WS-SUSP-XCLR-STATUS          PIC X(02).
           88 SUSP-XCLR-OK                        VALUE "00".

       01  WS-HLD-XCLR-STATUS           PIC X(02).
           88 HLD-XCLR-OK                         VALUE "00".

      *----------------------------------------------------------------
      * VARIABLE-LENGTH RECORD LENGTH FIELD, SET BY THE RUNTIME ON
      * EVERY READ.
      *----------------------------------------------------------------
       01  WS-ENR-IDX-LEN               PIC 9(04) COMP.

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL-ERROR                       VALUE "Y".
           88 WS-NO-FATAL-ERROR                    VALUE "N".

       01  WS-RUN-OK-SW                 PIC X(01).
           88 WS-RUN-CLEAN                         VALUE "Y".
           88 WS-RUN-FAILED                        VALUE "N".

       01  WS-CAL-OPEN-SW               PIC X(01).
           88 WS-CAL-IS-OPEN                       VALUE "Y".
           88 WS-CAL-NOT-OPEN                      VALUE "N".

       01  WS-WORK-DAY-SW               PIC X(01).
           88 WS-WORK-DAY-FOUND                    VALUE "Y".
           88 WS-WORK-DAY-NOT-FOUND                VALUE "N".

       01  WS-ORPHAN-SW                 PIC X(01).
           88 WS-ORPHAN                            VALUE "Y".
           88 WS-NOT-ORPHAN                        VALUE "N".

       01  WS-MST-OPEN-SW               PIC X(01).
           88 WS-MST-IS-OPEN                       VALUE "Y".
           88 WS-MST-NOT-OPEN                      VALUE "N".

       01  WS-STP-SW                    PIC X(01).
           88 WS-STP-PRESENT                       VALUE "Y".
           88 WS-STP-MISSING                       VALUE "N".

      *----------------------------------------------------------------
      * DATES.  THE CLOSURE WINDOW OPENS ON THE PREVIOUS BUSINESS
      * DAY, FOUND BY STEPPING BACK FROM YESTERDAY THE WAY TE036RDY
      * DOES; WS-SKIP-MAX BOUNDS THE WALK.
      *----------------------------------------------------------------
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-PRV-BUS-DATE              PIC 9(08).
       01  WS-PRV-BUS-INT               PIC 9(08) COMP.
       01  WS-DAY-OF-WEEK               PIC 9(01).
       01  WS-SKIP-COUNT                PIC 9(03) COMP.
       77  WS-SKIP-MAX                  PIC 9(03) COMP VALUE 31.

      *----------------------------------------------------------------
      * BUSINESS DAYS A SWEPT ITEM WAS CARRIED, COUNTED AS TE010RCY
      * AGES SUSPENSE (CALENDAR ROW FIRST, WEEKDAY RULE OTHERWISE).
      *----------------------------------------------------------------
       01  WS-TODAY-INT                 PIC 9(08) COMP.
       01  WS-FIRST-INT                 PIC 9(08) COMP.
       01  WS-DAY-INT                   PIC 9(08) COMP.
       01  WS-DAY-CCYYMMDD              PIC 9(08).
       01  WS-BUS-DAY-AGE               PIC 9(05) COMP.

      *----------------------------------------------------------------
      * THE KEYS CLOSED IN THE WINDOW, ONE ENTRY PER KEY; THE LAST
      * "D" ROW FOR A KEY GIVES ITS DISPOSITION.  A RETENTION PURGE
      * IS THE LARGEST NIGHT; AN OVERFULL TABLE STOPS THE RUN RATHER
      * THAN LEAVE ORPHANS BEHIND UNREPORTED.
      *----------------------------------------------------------------
       77  WS-DEL-MAX                   PIC 9(04) COMP VALUE 5000.

       01  WS-DEL-COUNT                 PIC 9(04) COMP.

       01  WS-DEL-TABLE.
           03 WS-DEL-ENTRY OCCURS 5000 TIMES.
              05 WS-DEL-KEY             PIC X(12).
              05 WS-DEL-DISPOSITION     PIC X(16).
              05 WS-DEL-STATE           PIC X(01).
                 88 WS-DEL-GONE                    VALUE "G".
                 88 WS-DEL-READDED                 VALUE "R".

       01  WS-DEL-SUB                   PIC 9(04) COMP.
       01  WS-DEL-HIT-SUB               PIC 9(04) COMP.

       01  WS-CHK-KEY                   PIC X(12).
       01  WS-CHK-DISPOSITION           PIC X(16).

      *----------------------------------------------------------------
      * COUNTERS
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           03 WS-AUDIT-READ-COUNT       PIC 9(09) COMP.
           03 WS-CLOSE-ROW-COUNT        PIC 9(09) COMP.
           03 WS-READDED-COUNT          PIC 9(09) COMP.
           03 WS-MST-IN-COUNT           PIC 9(09) COMP.
           03 WS-MST-OUT-COUNT          PIC 9(09) COMP.
           03 WS-MST-REMOVED-COUNT      PIC 9(09) COMP.
           03 WS-REMOVED-COUNT          PIC 9(09) COMP.
           03 WS-ACK-SENT-COUNT         PIC 9(09) COMP.

       01  WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-3              PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------
      * THE MASTER BEING SWEPT, AND THE STAMP BESIDE IT.  THE STAMP
      * IS READ INTO THIS ONE LAYOUT AND WRITTEN BACK OUT FROM IT.
      *----------------------------------------------------------------
       01  WS-MST-ID                    PIC X(08).

       COPY "TE036CFS.cpy".

      *----------------------------------------------------------------
      * A SUSPENSE OR HOLD IMAGE DECODED BACK INTO THE TEST-ENR
      * LAYOUT FOR ITS SOURCE SYSTEM.
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
      * THE REMOVAL BEING REPORTED, STAGED BY EACH MASTER'S SWEEP
      * FOR 2900-REPORT-REMOVAL.
      *----------------------------------------------------------------
       01  WS-RMV-KEY                   PIC X(12).
       01  WS-RMV-SRC-SYS               PIC X(04).
       01  WS-RMV-SINCE                 PIC X(08).
       01  WS-RMV-DETAIL                PIC X(40).
       01  WS-RMV-EDIT-SOURCE           PIC X(04).
       01  WS-RMV-FIRST-DATE            PIC 9(08).

       COPY "TE041CLR.cpy".

       01  WS-HEAD-LINE-1.
           03 FILLER                    PIC X(41)
                   VALUE "TE037ORS  ORPHAN SWEEP OF CARRIED MASTERS".
           03 FILLER                    PIC X(11)
                   VALUE "  RUN DATE ".
           03 WS-HEAD-RUN-DATE          PIC 9(08).
           03 FILLER                    PIC X(17)
                   VALUE "  CLOSURES FROM ".
           03 WS-HEAD-FROM-DATE         PIC 9(08).

       01  WS-HEAD-LINE-2.
           03 FILLER                    PIC X(30)
                   VALUE "MASTER    KEY           SRC   ".
           03 FILLER                    PIC X(28)
                   VALUE "DISPOSITION       SINCE     ".
           03 FILLER                    PIC X(50)
                   VALUE "DETAIL".

       01  WS-TOTAL-LINE.
           03 WS-TOT-MASTER             PIC X(08).
           03 FILLER                    PIC X(06) VALUE "  IN  ".
           03 WS-TOT-IN                 PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(11) VALUE "  REMOVED  ".
           03 WS-TOT-REMOVED            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(11) VALUE "  CARRIED  ".
           03 WS-TOT-OUT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NO-FATAL-ERROR
               PERFORM 2100-SWEEP-SUSPENSE
                   THRU 2100-SWEEP-SUSPENSE-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2200-SWEEP-HOLDS
                   THRU 2200-SWEEP-HOLDS-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2300-SWEEP-PENDING
                   THRU 2300-SWEEP-PENDING-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2400-SWEEP-ACK-PENDING
                   THRU 2400-SWEEP-ACK-PENDING-EXIT
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           SET WS-NO-FATAL-ERROR TO TRUE.
           SET WS-RUN-CLEAN TO TRUE.
           SET WS-CAL-NOT-OPEN TO TRUE.
           MOVE ZERO TO WS-AUDIT-READ-COUNT
                        WS-CLOSE-ROW-COUNT
                        WS-READDED-COUNT
                        WS-REMOVED-COUNT
                        WS-ACK-SENT-COUNT
                        WS-DEL-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).

           PERFORM 1100-FIND-PRV-BUS-DAY
               THRU 1100-FIND-PRV-BUS-DAY-EXIT.

           DISPLAY "TE037ORS - CLOSURES FROM " WS-PRV-BUS-DATE
                   " THROUGH " WS-CURRENT-DATE.

           OPEN INPUT ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE037ORS - OPEN ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1200-LOAD-CLOSURES
               THRU 1200-LOAD-CLOSURES-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1300-CHECK-ONE-CLOSURE
               THRU 1300-CHECK-ONE-CLOSURE-EXIT
               VARYING WS-DEL-SUB FROM 1 BY 1
               UNTIL WS-DEL-SUB > WS-DEL-COUNT.

           DISPLAY "TE037ORS - KEYS CLOSED IN WINDOW : " WS-DEL-COUNT.
           DISPLAY "TE037ORS - OF WHICH RE-ADDED     : "
                   WS-READDED-COUNT.

           OPEN OUTPUT ORS-ACK-FILE
                       ORS-RPT-FILE.
           IF NOT ORS-ACK-OK OR NOT ORS-RPT-OK
               DISPLAY "TE037ORS - OPEN ERROR ON AN OUTPUT FILE"
               DISPLAY "TE037ORS - ORSACK=" WS-ORS-ACK-STATUS
                       " ORSRPT=" WS-ORS-RPT-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT SUSP-XCLR-FILE
                       HLD-XCLR-FILE.
           IF NOT SUSP-XCLR-OK OR NOT HLD-XCLR-OK
               DISPLAY "TE037ORS - OPEN ERROR ON AN OUTPUT FILE"
               DISPLAY "TE037ORS - SUSPXCLR=" WS-SUSP-XCLR-STATUS
                       " HLDXCLR=" WS-HLD-XCLR-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE WS-CURRENT-DATE TO WS-HEAD-RUN-DATE.
           MOVE WS-PRV-BUS-DATE TO WS-HEAD-FROM-DATE.
           WRITE ORS-LINE FROM WS-HEAD-LINE-1.
           MOVE SPACES TO ORS-LINE.
           WRITE ORS-LINE.
           WRITE ORS-LINE FROM WS-HEAD-LINE-2.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-FIND-PRV-BUS-DAY.
      *----------------------------------------------------------------
      * WITHOUT A CALENDAR THE WEEKDAY RULE STANDS ALONE, THE SAME
      * FALLBACK TE010RCY USES FOR ITS AGING.  THE CALENDAR STAYS
      * OPEN TO AGE THE SWEPT ITEMS' CLEARANCE ROWS.
      *================================================================
           OPEN INPUT CAL-IDX-FILE.
           IF CAL-IDX-OK
               SET WS-CAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "TE037ORS - NO PROCESSING CALENDAR ON CALXREF, "
                       "WEEKDAY RULE USED  STATUS=" WS-CAL-IDX-STATUS
           END-IF.

           COMPUTE WS-PRV-BUS-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) - 1.

           SET WS-WORK-DAY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SKIP-COUNT.

           PERFORM 1110-SKIP-NON-WORK-DAY
               THRU 1110-SKIP-NON-WORK-DAY-EXIT
               UNTIL WS-WORK-DAY-FOUND
                  OR WS-SKIP-COUNT >= WS-SKIP-MAX.

           COMPUTE WS-PRV-BUS-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PRV-BUS-INT).

       1100-FIND-PRV-BUS-DAY-EXIT.
           EXIT.

      *================================================================
       1110-SKIP-NON-WORK-DAY.
      *----------------------------------------------------------------
      * ONE STEP OF THE WALK-BACK: THE CALENDAR ROW DECIDES WHERE ONE
      * EXISTS; A DAY WITH NO ROW (OR NO CALENDAR) FALLS THROUGH TO
      * THE WEEKDAY RULE.
      *================================================================
           IF WS-CAL-IS-OPEN
               COMPUTE CAL-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-PRV-BUS-INT)
               READ CAL-IDX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CAL-IDX-OK
                   IF CAL-WORK-DAY
                       SET WS-WORK-DAY-FOUND TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-PRV-BUS-INT
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
                   GO TO 1110-SKIP-NON-WORK-DAY-EXIT
               END-IF
           END-IF.

           COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-PRV-BUS-INT, 7).

           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SUBTRACT 1 FROM WS-PRV-BUS-INT
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               SET WS-WORK-DAY-FOUND TO TRUE
           END-IF.

       1110-SKIP-NON-WORK-DAY-EXIT.
           EXIT.

      *================================================================
       1200-LOAD-CLOSURES.
      *----------------------------------------------------------------
      * NO LOG, NO SWEEP: WITHOUT ENRAUDT NOTHING SAYS WHICH KEYS
      * LEFT THE MASTER, SO IT STOPS THE RUN.
      *================================================================
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUDIT-OK
               DISPLAY "TE037ORS - OPEN ERROR ON ENRAUDT  STATUS="
                       WS-AUDIT-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1200-LOAD-CLOSURES-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 1210-LOAD-ONE-LOG-ROW
               THRU 1210-LOAD-ONE-LOG-ROW-EXIT
               UNTIL WS-EOF.

           CLOSE AUDIT-LOG-FILE.

       1200-LOAD-CLOSURES-EXIT.
           EXIT.

      *================================================================
       1210-LOAD-ONE-LOG-ROW.
      *================================================================
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-LOG-ROW-EXIT
           END-READ.

           ADD 1 TO WS-AUDIT-READ-COUNT.

           IF NOT AUD-ACTION-DELETE OR
              AUD-TS-DATE < WS-PRV-BUS-DATE OR
              AUD-TS-DATE > WS-CURRENT-DATE
               GO TO 1210-LOAD-ONE-LOG-ROW-EXIT
           END-IF.

           ADD 1 TO WS-CLOSE-ROW-COUNT.

           MOVE AUD-KEY TO WS-CHK-KEY.
           PERFORM 2800-LOOKUP-CLOSURE
               THRU 2800-LOOKUP-CLOSURE-EXIT.

           IF WS-DEL-HIT-SUB = ZERO
               IF WS-DEL-COUNT >= WS-DEL-MAX
                   DISPLAY "TE037ORS - MORE THAN " WS-DEL-MAX
                           " KEYS CLOSED IN THE WINDOW, RUN STOPPED"
                   SET WS-EOF TO TRUE
                   SET WS-FATAL-ERROR TO TRUE
                   GO TO 1210-LOAD-ONE-LOG-ROW-EXIT
               END-IF
               ADD 1 TO WS-DEL-COUNT
               MOVE WS-DEL-COUNT TO WS-DEL-HIT-SUB
               MOVE AUD-KEY TO WS-DEL-KEY (WS-DEL-HIT-SUB)
           END-IF.

           IF AUD-UPD-JOB = "TE016ARC"
               MOVE "ENTITY ARCHIVED "
                   TO WS-DEL-DISPOSITION (WS-DEL-HIT-SUB)
           ELSE
               MOVE "ENTITY CLOSED   "
                   TO WS-DEL-DISPOSITION (WS-DEL-HIT-SUB)
           END-IF.
           SET WS-DEL-GONE (WS-DEL-HIT-SUB) TO TRUE.

       1210-LOAD-ONE-LOG-ROW-EXIT.
           EXIT.

      *================================================================
       1300-CHECK-ONE-CLOSURE.
      *----------------------------------------------------------------
      * A KEY BACK ON THE MASTER WAS RE-ADDED AFTER ITS CLOSE; ITS
      * CARRIED ENTRIES ARE LIVE AGAIN.
      *================================================================
           MOVE WS-DEL-KEY (WS-DEL-SUB) TO TEST-KEY-ENT OF TEST-ENR.

           READ ENR-IDX-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ENR-IDX-OK
               SET WS-DEL-READDED (WS-DEL-SUB) TO TRUE
               ADD 1 TO WS-READDED-COUNT
               GO TO 1300-CHECK-ONE-CLOSURE-EXIT
           END-IF.

           IF NOT ENR-IDX-NOTFOUND
               DISPLAY "TE037ORS - READ ERROR ON ENRIDX  KEY="
                       WS-DEL-KEY (WS-DEL-SUB)
                       "  STATUS=" WS-ENR-IDX-STATUS
               SET WS-FATAL-ERROR TO TRUE
           END-IF.

       1300-CHECK-ONE-CLOSURE-EXIT.
           EXIT.

      *================================================================
       2100-SWEEP-SUSPENSE.
      *----------------------------------------------------------------
      * ON THE FIRST NIGHT THERE IS NO CARRIED-FORWARD SUSPENSE
      * MASTER YET; THE SWEPT GENERATION IS THEN WRITTEN EMPTY.
      *================================================================
           MOVE "SUSPMST " TO WS-MST-ID.
           MOVE ZERO TO WS-MST-IN-COUNT
                        WS-MST-OUT-COUNT
                        WS-MST-REMOVED-COUNT.

           OPEN OUTPUT SUSP-SWP-FILE.
           IF NOT SUSP-SWP-OK
               DISPLAY "TE037ORS - OPEN ERROR ON SUSPSWP  STATUS="
                       WS-SUSP-SWP-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2100-SWEEP-SUSPENSE-EXIT
           END-IF.

           SET WS-MST-NOT-OPEN TO TRUE.
           OPEN INPUT SUSP-PRV-FILE.
           IF SUSP-PRV-OK
               SET WS-MST-IS-OPEN TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2110-SWEEP-ONE-SUSPENSE
                   THRU 2110-SWEEP-ONE-SUSPENSE-EXIT
                   UNTIL WS-EOF
               CLOSE SUSP-PRV-FILE
           ELSE
               DISPLAY "TE037ORS - NO PRIOR SUSPENSE MASTER ON SUSPMST"
           END-IF.

           CLOSE SUSP-SWP-FILE.

           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.
           OPEN INPUT SUSP-STMP-FILE.
           IF SUSP-STMP-OK
               READ SUSP-STMP-FILE INTO CARRY-STAMP-RECORD
                   AT END
                       CONTINUE
               END-READ
               IF SUSP-STMP-OK
                   SET WS-STP-PRESENT TO TRUE
               END-IF
               CLOSE SUSP-STMP-FILE
           END-IF.

           PERFORM 2950-BUILD-SWEPT-STAMP
               THRU 2950-BUILD-SWEPT-STAMP-EXIT.

           IF WS-STP-PRESENT
               OPEN OUTPUT SUSP-SSTP-FILE
               IF SUSP-SSTP-OK
                   WRITE SUSP-SSTP-LINE FROM CARRY-STAMP-RECORD
               END-IF
               IF NOT SUSP-SSTP-OK
                   DISPLAY "TE037ORS - WRITE ERROR ON SUSPSSTP  "
                           "STATUS=" WS-SUSP-SSTP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               CLOSE SUSP-SSTP-FILE
           END-IF.

           PERFORM 2990-WRITE-MASTER-TOTAL
               THRU 2990-WRITE-MASTER-TOTAL-EXIT.

       2100-SWEEP-SUSPENSE-EXIT.
           EXIT.

      *================================================================
       2110-SWEEP-ONE-SUSPENSE.
      *================================================================
           READ SUSP-PRV-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2110-SWEEP-ONE-SUSPENSE-EXIT
           END-READ.

           ADD 1 TO WS-MST-IN-COUNT.

           MOVE SUSP-KEY-ENT TO WS-CHK-KEY.
           PERFORM 2850-CHECK-ORPHAN
               THRU 2850-CHECK-ORPHAN-EXIT.

           IF WS-NOT-ORPHAN
               WRITE SUSP-SWP-RECORD FROM SUSP-MST-RECORD
               IF SUSP-SWP-OK
                   ADD 1 TO WS-MST-OUT-COUNT
               ELSE
                   DISPLAY "TE037ORS - WRITE ERROR ON SUSPSWP  KEY="
                           SUSP-KEY-ENT "  STATUS=" WS-SUSP-SWP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               GO TO 2110-SWEEP-ONE-SUSPENSE-EXIT
           END-IF.

           MOVE SUSP-ENR-IMAGE TO TEST-ENR-IMG.
           MOVE SUSP-KEY-ENT                      TO WS-RMV-KEY.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-IMG   TO WS-RMV-SRC-SYS.
           MOVE SUSP-FIRST-REJ-DATE               TO WS-RMV-SINCE.
           MOVE SPACES TO WS-RMV-DETAIL.
           STRING SUSP-EDIT-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-REASON-CD DELIMITED BY SIZE
                  INTO WS-RMV-DETAIL
           END-STRING.

           PERFORM 2900-REPORT-REMOVAL
               THRU 2900-REPORT-REMOVAL-EXIT.

           MOVE SUSP-EDIT-SOURCE    TO WS-RMV-EDIT-SOURCE.
           MOVE SUSP-FIRST-REJ-DATE TO WS-RMV-FIRST-DATE.
           PERFORM 2920-WRITE-CLEARANCE
               THRU 2920-WRITE-CLEARANCE-EXIT.

       2110-SWEEP-ONE-SUSPENSE-EXIT.
           EXIT.

      *================================================================
       2200-SWEEP-HOLDS.
      *================================================================
           MOVE "HLDMST  " TO WS-MST-ID.
           MOVE ZERO TO WS-MST-IN-COUNT
                        WS-MST-OUT-COUNT
                        WS-MST-REMOVED-COUNT.

           OPEN OUTPUT HLD-SWP-FILE.
           IF NOT HLD-SWP-OK
               DISPLAY "TE037ORS - OPEN ERROR ON HLDSWP  STATUS="
                       WS-HLD-SWP-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2200-SWEEP-HOLDS-EXIT
           END-IF.

           SET WS-MST-NOT-OPEN TO TRUE.
           OPEN INPUT HLD-PRV-FILE.
           IF HLD-PRV-OK
               SET WS-MST-IS-OPEN TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2210-SWEEP-ONE-HOLD
                   THRU 2210-SWEEP-ONE-HOLD-EXIT
                   UNTIL WS-EOF
               CLOSE HLD-PRV-FILE
           ELSE
               DISPLAY "TE037ORS - NO PRIOR HOLD MASTER ON HLDMST"
           END-IF.

           CLOSE HLD-SWP-FILE.

           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.
           OPEN INPUT HLD-STMP-FILE.
           IF HLD-STMP-OK
               READ HLD-STMP-FILE INTO CARRY-STAMP-RECORD
                   AT END
                       CONTINUE
               END-READ
               IF HLD-STMP-OK
                   SET WS-STP-PRESENT TO TRUE
               END-IF
               CLOSE HLD-STMP-FILE
           END-IF.

           PERFORM 2950-BUILD-SWEPT-STAMP
               THRU 2950-BUILD-SWEPT-STAMP-EXIT.

           IF WS-STP-PRESENT
               OPEN OUTPUT HLD-SSTP-FILE
               IF HLD-SSTP-OK
                   WRITE HLD-SSTP-LINE FROM CARRY-STAMP-RECORD
               END-IF
               IF NOT HLD-SSTP-OK
                   DISPLAY "TE037ORS - WRITE ERROR ON HLDSSTP  "
                           "STATUS=" WS-HLD-SSTP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               CLOSE HLD-SSTP-FILE
           END-IF.

           PERFORM 2990-WRITE-MASTER-TOTAL
               THRU 2990-WRITE-MASTER-TOTAL-EXIT.

       2200-SWEEP-HOLDS-EXIT.
           EXIT.

      *================================================================
       2210-SWEEP-ONE-HOLD.
      *================================================================
           READ HLD-PRV-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-SWEEP-ONE-HOLD-EXIT
           END-READ.

           ADD 1 TO WS-MST-IN-COUNT.

           MOVE HLD-KEY-ENT TO WS-CHK-KEY.
           PERFORM 2850-CHECK-ORPHAN
               THRU 2850-CHECK-ORPHAN-EXIT.

           IF WS-NOT-ORPHAN
               WRITE HLD-SWP-RECORD FROM HOLD-MST-RECORD
               IF HLD-SWP-OK
                   ADD 1 TO WS-MST-OUT-COUNT
               ELSE
                   DISPLAY "TE037ORS - WRITE ERROR ON HLDSWP  KEY="
                           HLD-KEY-ENT "  STATUS=" WS-HLD-SWP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               GO TO 2210-SWEEP-ONE-HOLD-EXIT
           END-IF.

           MOVE HLD-ENR-IMAGE TO TEST-ENR-IMG.
           MOVE HLD-KEY-ENT                       TO WS-RMV-KEY.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-IMG   TO WS-RMV-SRC-SYS.
           MOVE HLD-FIRST-HELD-DATE               TO WS-RMV-SINCE.
           MOVE SPACES TO WS-RMV-DETAIL.
           STRING "HOLD RULE " DELIMITED BY SIZE
                  HLD-RUL-LABEL DELIMITED BY SIZE
                  INTO WS-RMV-DETAIL
           END-STRING.

           PERFORM 2900-REPORT-REMOVAL
               THRU 2900-REPORT-REMOVAL-EXIT.

           MOVE SPACES              TO WS-RMV-EDIT-SOURCE.
           MOVE HLD-FIRST-HELD-DATE TO WS-RMV-FIRST-DATE.
           PERFORM 2920-WRITE-CLEARANCE
               THRU 2920-WRITE-CLEARANCE-EXIT.

       2210-SWEEP-ONE-HOLD-EXIT.
           EXIT.

      *================================================================
       2300-SWEEP-PENDING.
      *================================================================
           MOVE "PNDMST  " TO WS-MST-ID.
           MOVE ZERO TO WS-MST-IN-COUNT
                        WS-MST-OUT-COUNT
                        WS-MST-REMOVED-COUNT.

           OPEN OUTPUT PND-SWP-FILE.
           IF NOT PND-SWP-OK
               DISPLAY "TE037ORS - OPEN ERROR ON PNDSWP  STATUS="
                       WS-PND-SWP-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2300-SWEEP-PENDING-EXIT
           END-IF.

           SET WS-MST-NOT-OPEN TO TRUE.
           OPEN INPUT PND-PRV-FILE.
           IF PND-PRV-OK
               SET WS-MST-IS-OPEN TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2310-SWEEP-ONE-PENDING
                   THRU 2310-SWEEP-ONE-PENDING-EXIT
                   UNTIL WS-EOF
               CLOSE PND-PRV-FILE
           ELSE
               DISPLAY "TE037ORS - NO PRIOR PENDING MASTER ON PNDMST"
           END-IF.

           CLOSE PND-SWP-FILE.

           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.
           OPEN INPUT PND-STMP-FILE.
           IF PND-STMP-OK
               READ PND-STMP-FILE INTO CARRY-STAMP-RECORD
                   AT END
                       CONTINUE
               END-READ
               IF PND-STMP-OK
                   SET WS-STP-PRESENT TO TRUE
               END-IF
               CLOSE PND-STMP-FILE
           END-IF.

           PERFORM 2950-BUILD-SWEPT-STAMP
               THRU 2950-BUILD-SWEPT-STAMP-EXIT.

           IF WS-STP-PRESENT
               OPEN OUTPUT PND-SSTP-FILE
               IF PND-SSTP-OK
                   WRITE PND-SSTP-LINE FROM CARRY-STAMP-RECORD
               END-IF
               IF NOT PND-SSTP-OK
                   DISPLAY "TE037ORS - WRITE ERROR ON PNDSSTP  "
                           "STATUS=" WS-PND-SSTP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               CLOSE PND-SSTP-FILE
           END-IF.

           PERFORM 2990-WRITE-MASTER-TOTAL
               THRU 2990-WRITE-MASTER-TOTAL-EXIT.

       2300-SWEEP-PENDING-EXIT.
           EXIT.

      *================================================================
       2310-SWEEP-ONE-PENDING.
      *----------------------------------------------------------------
      * A PENDING APPROVAL IS THE DESK'S OWN CHANGE, NOT A SOURCE
      * SYSTEM'S: NO SOURCE IS STAGED, SO NO ACKNOWLEDGMENT ROW.
      *================================================================
           READ PND-PRV-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-SWEEP-ONE-PENDING-EXIT
           END-READ.

           ADD 1 TO WS-MST-IN-COUNT.

           MOVE PND-KEY-ENT TO WS-CHK-KEY.
           PERFORM 2850-CHECK-ORPHAN
               THRU 2850-CHECK-ORPHAN-EXIT.

           IF WS-NOT-ORPHAN
               WRITE PND-SWP-RECORD FROM PEND-APPR-RECORD
               IF PND-SWP-OK
                   ADD 1 TO WS-MST-OUT-COUNT
               ELSE
                   DISPLAY "TE037ORS - WRITE ERROR ON PNDSWP  KEY="
                           PND-KEY-ENT "  STATUS=" WS-PND-SWP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               GO TO 2310-SWEEP-ONE-PENDING-EXIT
           END-IF.

           MOVE PND-KEY-ENT      TO WS-RMV-KEY.
           MOVE SPACES           TO WS-RMV-SRC-SYS.
           MOVE PND-ENTERED-DATE TO WS-RMV-SINCE.
           MOVE SPACES TO WS-RMV-DETAIL.
           STRING "FIELD " DELIMITED BY SIZE
                  PND-FIELD-CD DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PND-MAKER-USER DELIMITED BY SPACE
                  " NOT APPROVED" DELIMITED BY SIZE
                  INTO WS-RMV-DETAIL
           END-STRING.

           PERFORM 2900-REPORT-REMOVAL
               THRU 2900-REPORT-REMOVAL-EXIT.

       2310-SWEEP-ONE-PENDING-EXIT.
           EXIT.

      *================================================================
       2400-SWEEP-ACK-PENDING.
      *================================================================
           MOVE "ACKPEND " TO WS-MST-ID.
           MOVE ZERO TO WS-MST-IN-COUNT
                        WS-MST-OUT-COUNT
                        WS-MST-REMOVED-COUNT.

           OPEN OUTPUT ACK-SWP-FILE.
           IF NOT ACK-SWP-OK
               DISPLAY "TE037ORS - OPEN ERROR ON ACKPSWP  STATUS="
                       WS-ACK-SWP-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2400-SWEEP-ACK-PENDING-EXIT
           END-IF.

           SET WS-MST-NOT-OPEN TO TRUE.
           OPEN INPUT ACK-PRV-FILE.
           IF ACK-PRV-OK
               SET WS-MST-IS-OPEN TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2410-SWEEP-ONE-ACK-PENDING
                   THRU 2410-SWEEP-ONE-ACK-PENDING-EXIT
                   UNTIL WS-EOF
               CLOSE ACK-PRV-FILE
           ELSE
               DISPLAY "TE037ORS - NO PRIOR PENDING-REJECT MASTER ON "
                       "ACKPEND"
           END-IF.

           CLOSE ACK-SWP-FILE.

           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.
           OPEN INPUT ACK-STMP-FILE.
           IF ACK-STMP-OK
               READ ACK-STMP-FILE INTO CARRY-STAMP-RECORD
                   AT END
                       CONTINUE
               END-READ
               IF ACK-STMP-OK
                   SET WS-STP-PRESENT TO TRUE
               END-IF
               CLOSE ACK-STMP-FILE
           END-IF.

           PERFORM 2950-BUILD-SWEPT-STAMP
               THRU 2950-BUILD-SWEPT-STAMP-EXIT.

           IF WS-STP-PRESENT
               OPEN OUTPUT ACK-SSTP-FILE
               IF ACK-SSTP-OK
                   WRITE ACK-SSTP-LINE FROM CARRY-STAMP-RECORD
               END-IF
               IF NOT ACK-SSTP-OK
                   DISPLAY "TE037ORS - WRITE ERROR ON ACKSSTP  "
                           "STATUS=" WS-ACK-SSTP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               CLOSE ACK-SSTP-FILE
           END-IF.

           PERFORM 2990-WRITE-MASTER-TOTAL
               THRU 2990-WRITE-MASTER-TOTAL-EXIT.

       2400-SWEEP-ACK-PENDING-EXIT.
           EXIT.

      *================================================================
       2410-SWEEP-ONE-ACK-PENDING.
      *================================================================
           READ ACK-PRV-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2410-SWEEP-ONE-ACK-PENDING-EXIT
           END-READ.

           ADD 1 TO WS-MST-IN-COUNT.

           MOVE APN-KEY-ENT TO WS-CHK-KEY.
           PERFORM 2850-CHECK-ORPHAN
               THRU 2850-CHECK-ORPHAN-EXIT.

           IF WS-NOT-ORPHAN
               WRITE ACK-SWP-RECORD FROM ACK-PEND-RECORD
               IF ACK-SWP-OK
                   ADD 1 TO WS-MST-OUT-COUNT
               ELSE
                   DISPLAY "TE037ORS - WRITE ERROR ON ACKPSWP  KEY="
                           APN-KEY-ENT "  STATUS=" WS-ACK-SWP-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
               GO TO 2410-SWEEP-ONE-ACK-PENDING-EXIT
           END-IF.

           MOVE APN-KEY-ENT        TO WS-RMV-KEY.
           MOVE APN-SRC-SYS        TO WS-RMV-SRC-SYS.
           MOVE APN-FIRST-REJ-DATE TO WS-RMV-SINCE.
           MOVE APN-REASON         TO WS-RMV-DETAIL.

           PERFORM 2900-REPORT-REMOVAL
               THRU 2900-REPORT-REMOVAL-EXIT.

       2410-SWEEP-ONE-ACK-PENDING-EXIT.
           EXIT.

      *================================================================
       2800-LOOKUP-CLOSURE.
      *================================================================
           MOVE ZERO TO WS-DEL-HIT-SUB.

           PERFORM 2810-MATCH-ONE-CLOSURE
               THRU 2810-MATCH-ONE-CLOSURE-EXIT
               VARYING WS-DEL-SUB FROM 1 BY 1
               UNTIL WS-DEL-SUB > WS-DEL-COUNT
                  OR WS-DEL-HIT-SUB > ZERO.

       2800-LOOKUP-CLOSURE-EXIT.
           EXIT.

      *================================================================
       2810-MATCH-ONE-CLOSURE.
      *================================================================
           IF WS-DEL-KEY (WS-DEL-SUB) = WS-CHK-KEY
               MOVE WS-DEL-SUB TO WS-DEL-HIT-SUB
           END-IF.

       2810-MATCH-ONE-CLOSURE-EXIT.
           EXIT.

      *================================================================
       2850-CHECK-ORPHAN.
      *----------------------------------------------------------------
      * AN ENTRY IS AN ORPHAN WHEN ITS KEY WAS CLOSED IN THE WINDOW
      * AND HAS NOT COME BACK ONTO THE MASTER SINCE.
      *================================================================
           SET WS-NOT-ORPHAN TO TRUE.

           PERFORM 2800-LOOKUP-CLOSURE
               THRU 2800-LOOKUP-CLOSURE-EXIT.

           IF WS-DEL-HIT-SUB = ZERO
               GO TO 2850-CHECK-ORPHAN-EXIT
           END-IF.

           IF WS-DEL-GONE (WS-DEL-HIT-SUB)
               SET WS-ORPHAN TO TRUE
               MOVE WS-DEL-DISPOSITION (WS-DEL-HIT-SUB)
                   TO WS-CHK-DISPOSITION
           END-IF.

       2850-CHECK-ORPHAN-EXIT.
           EXIT.

      *================================================================
       2900-REPORT-REMOVAL.
      *----------------------------------------------------------------
      * ONE ORSRPT LINE PER REMOVED ENTRY, AND ONE ORSACK ROW WHERE A
      * SOURCE SYSTEM HAS THE ITEM OPEN.
      *================================================================
           ADD 1 TO WS-MST-REMOVED-COUNT.
           ADD 1 TO WS-REMOVED-COUNT.

           MOVE SPACES             TO ORS-LINE.
           MOVE WS-MST-ID          TO ORS-MASTER.
           MOVE WS-RMV-KEY         TO ORS-KEY.
           MOVE WS-RMV-SRC-SYS     TO ORS-SRC-SYS.
           MOVE WS-CHK-DISPOSITION TO ORS-DISPOSITION.
           MOVE WS-RMV-SINCE       TO ORS-SINCE-DATE.
           MOVE WS-RMV-DETAIL      TO ORS-DETAIL.

           IF WS-RMV-SRC-SYS = SPACES
               MOVE "NO ACK  " TO ORS-ACK-SENT
           ELSE
               MOVE SPACES             TO ORPHAN-ACK-RECORD
               MOVE WS-RMV-KEY         TO ORA-KEY-ENT
               MOVE WS-RMV-SRC-SYS     TO ORA-SRC-SYS
               MOVE WS-MST-ID          TO ORA-MASTER
               MOVE WS-CHK-DISPOSITION TO ORA-DISPOSITION
               WRITE ORPHAN-ACK-RECORD
               IF ORS-ACK-OK
                   ADD 1 TO WS-ACK-SENT-COUNT
                   MOVE "ACK SENT" TO ORS-ACK-SENT
               ELSE
                   DISPLAY "TE037ORS - WRITE ERROR ON ORSACK  KEY="
                           WS-RMV-KEY "  STATUS=" WS-ORS-ACK-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

           WRITE ORS-LINE.
           IF NOT ORS-RPT-OK
               DISPLAY "TE037ORS - WRITE ERROR ON ORSRPT  KEY="
                       WS-RMV-KEY "  STATUS=" WS-ORS-RPT-STATUS
           END-IF.

       2900-REPORT-REMOVAL-EXIT.
           EXIT.

      *================================================================
       2920-WRITE-CLEARANCE.
      *----------------------------------------------------------------
      * THE TE041CLR ROW FOR A SWEPT SUSPENSE ITEM OR HOLD, ON THE
      * SAME TERMS AS TE010RCY'S AND TE023HMG'S: CLEARED TONIGHT,
      * AGED IN BUSINESS DAYS FROM ITS FIRST DATE.
      *================================================================
           PERFORM 2930-COMPUTE-BUSINESS-AGE
               THRU 2930-COMPUTE-BUSINESS-AGE-EXIT.

           MOVE SPACES             TO CLEARANCE-RECORD.
           MOVE WS-MST-ID          TO CLR-MASTER.
           MOVE WS-RMV-KEY         TO CLR-KEY-ENT.
           MOVE WS-RMV-SRC-SYS     TO CLR-SRC-SYS.
           MOVE WS-RMV-EDIT-SOURCE TO CLR-EDIT-SOURCE.
           MOVE WS-RMV-FIRST-DATE  TO CLR-FIRST-DATE.
           MOVE WS-CURRENT-DATE    TO CLR-CLEARED-DATE.
           MOVE WS-BUS-DAY-AGE     TO CLR-BUS-DAYS.
           SET CLR-ENTITY-CLOSED   TO TRUE.

           IF WS-MST-ID = "SUSPMST "
               WRITE SUSP-XCLR-RECORD FROM CLEARANCE-RECORD
               IF NOT SUSP-XCLR-OK
                   DISPLAY "TE037ORS - WRITE ERROR ON SUSPXCLR  KEY="
                           WS-RMV-KEY "  STATUS=" WS-SUSP-XCLR-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           ELSE
               WRITE HLD-XCLR-RECORD FROM CLEARANCE-RECORD
               IF NOT HLD-XCLR-OK
                   DISPLAY "TE037ORS - WRITE ERROR ON HLDXCLR  KEY="
                           WS-RMV-KEY "  STATUS=" WS-HLD-XCLR-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       2920-WRITE-CLEARANCE-EXIT.
           EXIT.

      *================================================================
       2930-COMPUTE-BUSINESS-AGE.
      *----------------------------------------------------------------
      * AN UNUSABLE FIRST DATE (ZERO, NOT NUMERIC, OR IN THE FUTURE)
      * AGES AS ZERO, AS IN TE010RCY.
      *================================================================
           MOVE ZERO TO WS-BUS-DAY-AGE.

           IF WS-RMV-FIRST-DATE NOT NUMERIC OR
              WS-RMV-FIRST-DATE = ZERO
               GO TO 2930-COMPUTE-BUSINESS-AGE-EXIT
           END-IF.

           COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RMV-FIRST-DATE).

           IF WS-FIRST-INT = ZERO OR
              WS-FIRST-INT >= WS-TODAY-INT
               GO TO 2930-COMPUTE-BUSINESS-AGE-EXIT
           END-IF.

           PERFORM 2940-COUNT-ONE-DAY
               THRU 2940-COUNT-ONE-DAY-EXIT
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT >= WS-TODAY-INT.

       2930-COMPUTE-BUSINESS-AGE-EXIT.
           EXIT.

      *================================================================
       2940-COUNT-ONE-DAY.
      *----------------------------------------------------------------
      * THE CALENDAR ROW DECIDES WHERE ONE EXISTS; A DAY WITH NO ROW
      * (OR NO CALENDAR) FALLS THROUGH TO THE WEEKDAY RULE.
      *================================================================
           IF WS-CAL-IS-OPEN
               COMPUTE WS-DAY-CCYYMMDD =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               MOVE WS-DAY-CCYYMMDD TO CAL-DATE
               READ CAL-IDX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CAL-IDX-OK
                   IF CAL-WORK-DAY
                       ADD 1 TO WS-BUS-DAY-AGE
                   END-IF
                   GO TO 2940-COUNT-ONE-DAY-EXIT
               END-IF
           END-IF.

           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT, 7).

           IF WS-DAY-OF-WEEK NOT = 6 AND WS-DAY-OF-WEEK NOT = 0
               ADD 1 TO WS-BUS-DAY-AGE
           END-IF.

       2940-COUNT-ONE-DAY-EXIT.
           EXIT.

      *================================================================
       2950-BUILD-SWEPT-STAMP.
      *----------------------------------------------------------------
      * THE SWEPT GENERATION KEEPS THE MASTER'S RUN DATE -- IT IS
      * STILL THAT NIGHT'S POPULATION, LESS THE ORPHANS -- AND TAKES
      * THE NEW ROW COUNT.  IT IS COMPLETE ONLY IF THE MASTER'S OWN
      * STAMP WAS AND THE SWEEP HAS WRITTEN EVERY ROW SO FAR.  WITH
      * NO STAMP ON THE MASTER THERE IS NOTHING TO CARRY, AND
      * TE036RDY HAS ALREADY HELD THE STREAM FOR IT.
      *================================================================
           IF WS-STP-MISSING
               DISPLAY "TE037ORS - NO STAMP BESIDE " WS-MST-ID
                       ", NONE WRITTEN FOR ITS SWEPT GENERATION"
               GO TO 2950-BUILD-SWEPT-STAMP-EXIT
           END-IF.

           MOVE "TE037ORS"       TO CFS-PROGRAM.
           MOVE WS-MST-OUT-COUNT TO CFS-RECORD-COUNT.
           IF WS-RUN-FAILED
               SET CFS-INCOMPLETE TO TRUE
           END-IF.

       2950-BUILD-SWEPT-STAMP-EXIT.
           EXIT.

      *================================================================
       2990-WRITE-MASTER-TOTAL.
      *================================================================
           MOVE WS-MST-ID            TO WS-TOT-MASTER.
           MOVE WS-MST-IN-COUNT      TO WS-TOT-IN.
           MOVE WS-MST-REMOVED-COUNT TO WS-TOT-REMOVED.
           MOVE WS-MST-OUT-COUNT     TO WS-TOT-OUT.

           MOVE SPACES TO ORS-LINE.
           WRITE ORS-LINE.
           WRITE ORS-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO ORS-LINE.
           WRITE ORS-LINE.

           DISPLAY "TE037ORS - " WS-MST-ID " IN " WS-MST-IN-COUNT
                   "  REMOVED " WS-MST-REMOVED-COUNT
                   "  CARRIED " WS-MST-OUT-COUNT.

       2990-WRITE-MASTER-TOTAL-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-NO-FATAL-ERROR
               CLOSE ENR-IDX-FILE
                     ORS-ACK-FILE
                     ORS-RPT-FILE
                     SUSP-XCLR-FILE
                     HLD-XCLR-FILE
           END-IF.

           IF WS-CAL-IS-OPEN
               CLOSE CAL-IDX-FILE
           END-IF.

           DISPLAY "TE037ORS - AUDIT ROWS READ       : "
                   WS-AUDIT-READ-COUNT.
           DISPLAY "TE037ORS - CLOSE ROWS IN WINDOW  : "
                   WS-CLOSE-ROW-COUNT.
           DISPLAY "TE037ORS - ENTRIES REMOVED       : "
                   WS-REMOVED-COUNT.
           DISPLAY "TE037ORS - CLOSED ROWS FOR ACK   : "
                   WS-ACK-SENT-COUNT.

      *----------------------------------------------------------------
      * A SHORT SWEPT GENERATION MUST NOT BE HANDED ON IN PLACE OF
      * ITS MASTER -- THE RETURN CODE HOLDS THE STREAM.
      *----------------------------------------------------------------
           IF WS-FATAL-ERROR OR WS-RUN-FAILED
               DISPLAY "TE037ORS - RUN FAILED, HOLD THE STREAM"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
