      *================================================================
      * PROGRAM-ID : TE036RDY
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * STREAM READINESS CHECK.
      * FIRST STEP OF THE NIGHTLY STREAM.  EACH STEP DOWNSTREAM
      * LOADS ITS OWN CONTROL FILE AND PICKS UP THE MASTER THE
      * PREVIOUS NIGHT LEFT BEHIND, AND SEVERAL OF THEM FALL BACK
      * QUIETLY (A DEFAULT, A FULL EXTRACT, AN EMPTY TABLE) WHEN THE
      * FILE IS MISSING OR WRONG -- SO A BAD HAND-OFF SHOWS UP HOURS
      * LATER, OR NOT AT ALL.  THIS JOB LOOKS AT ALL OF THEM BEFORE
      * ANYTHING RUNS AND WRITES ONE LINE PER FILE ON RDYRPT:
      *   CALXREF   PRESENT AND NOT EMPTY.  ALSO GIVES THE PREVIOUS
      *             BUSINESS DAY (THE CALENDAR ROW DECIDES, THE
      *             WEEKDAY RULE WHERE THERE IS NO ROW, AS IN
      *             TE010RCY AND TE021TRD).
      *   TE000CTL  PRESENT, WITH A VALID RESTART AND RUN-MODE CARD.
      *   ENRSTMP   ON A DELTA RUN: PRESENT, NUMERIC AND NOT DATED
      *             AFTER TODAY.  NOT NEEDED ON A FULL RUN.
      *   ENRCKPT   ON A RESTART: PRESENT AND NOT EMPTY.  NOT NEEDED
      *             ON A NORMAL RUN.
      *   COMPXREF  NOT EMPTY, AND EVERY ROW LOADS CLEAN (CODE, Y/N
      *             SWITCH, NUMERIC DATES, EFFECTIVE NOT AFTER
      *             EXPIRY).
      *   CDSRULES, AMTLIMS, ARRVALS
      *             AT LEAST ONE USABLE ROW UNDER THE SAME ROW EDITS
      *             THE LOADING PROGRAMS APPLY, AND NO MORE THAN THEIR
      *             TABLES HOLD.
      *   APPCTL    PRESENT, WITH A NUMERIC CARD.
      *   ENRADDS   PRESENT (TONIGHT MAY HAVE NO ADDS).
      *   ACKCTL    USABLE CARDS, AND ONE FOR EVERY SOURCE SYSTEM ON
      *             TONIGHT'S ENRADDS -- TE030ACK STOPS ON AN
      *             UNMAPPED SOURCE.
      *   SUSPMST, HLDMST, PNDMST, ACKPEND, SCHMST, XMTMST
      *             THE CARRIED MASTERS.  EACH MUST HAVE A COMPLETE
      *             TE036CFS STAMP (SUSPSTMP, HLDSTMP, PNDSTMP,
      *             ACKSTMP, SCHSTMP, XMTSTMP) NAMING IT, DATED THE
      *             PREVIOUS BUSINESS DAY, WHOSE ROW COUNT MATCHES THE
      *             MASTER.
      *             AN EMPTY MASTER IS READY WHEN ITS STAMP SAYS ZERO
      *             ROWS.
      * ANY FILE NOT READY ENDS THE JOB WITH RETURN CODE 8 SO THE
      * SCHEDULER HOLDS THE STREAM.  ALL READY ENDS WITH ZERO.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *   2026-10-15  DP   SCHEDULED-CHANGE MASTER (SCHMST, STAMP
      *                    SCHSTMP) CHECKED WITH THE OTHER CARRIED
      *                    MASTERS.
      *   2026-10-15  DP   OUTBOUND TRANSMISSION LOG (XMTMST, STAMP
      *                    XMTSTMP) CHECKED WITH THE OTHER CARRIED
      *                    MASTERS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE036RDY.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-IDX-FILE ASSIGN TO "CALXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-IDX-STATUS.

           SELECT CTL-FILE ASSIGN TO "TE000CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT STMP-FILE ASSIGN TO "ENRSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMP-STATUS.

           SELECT CKPT-FILE ASSIGN TO "ENRCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CMP-IDX-FILE ASSIGN TO "COMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CODE
               FILE STATUS IS WS-CMP-IDX-STATUS.

           SELECT RULE-FILE ASSIGN TO "CDSRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT LIM-CTL-FILE ASSIGN TO "AMTLIMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIM-CTL-STATUS.

           SELECT AVV-CTL-FILE ASSIGN TO "ARRVALS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVV-CTL-STATUS.

           SELECT APP-CTL-FILE ASSIGN TO "APPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-CTL-STATUS.

           SELECT ACK-CTL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-CTL-STATUS.

           SELECT ADD-TXN-FILE ASSIGN TO "ENRADDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADD-TXN-STATUS.

           SELECT SUSP-MST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-MST-STATUS.

           SELECT SUSP-STMP-FILE ASSIGN TO "SUSPSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STMP-STATUS.

           SELECT HLD-MST-FILE ASSIGN TO "HLDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-MST-STATUS.

           SELECT HLD-STMP-FILE ASSIGN TO "HLDSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-STMP-STATUS.

           SELECT PND-MST-FILE ASSIGN TO "PNDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-MST-STATUS.

           SELECT PND-STMP-FILE ASSIGN TO "PNDSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-STMP-STATUS.

           SELECT ACK-PEND-FILE ASSIGN TO "ACKPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-PEND-STATUS.

           SELECT ACK-STMP-FILE ASSIGN TO "ACKSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STMP-STATUS.

           SELECT SCH-MST-FILE ASSIGN TO "SCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-MST-STATUS.

           SELECT SCH-STMP-FILE ASSIGN TO "SCHSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STMP-STATUS.

           SELECT XMT-MST-FILE ASSIGN TO "XMTMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMT-MST-STATUS.

           SELECT XMT-STMP-FILE ASSIGN TO "XMTSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMT-STMP-STATUS.

           SELECT RDY-RPT-FILE ASSIGN TO "RDYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE022CAL.cpy".

      *----------------------------------------------------------------
      * THE TE000EXT CONTROL CARD, CHECKPOINT AND CUTOFF-STAMP
      * LAYOUTS, AS TE000EXT DECLARES THEM.
      *----------------------------------------------------------------
       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-RECORD.
           03 CTL-RESTART-SW             PIC X(01).
              88 CTL-RESTART-YES                    VALUE "Y".
              88 CTL-RESTART-NO                     VALUE "N".
           03 CTL-RUN-MODE               PIC X(01).
              88 CTL-MODE-FULL                      VALUE "F" SPACE.
              88 CTL-MODE-DELTA                     VALUE "D".
           03 FILLER                     PIC X(78).

       FD  STMP-FILE
           RECORDING MODE IS F.
       01  STMP-RECORD.
           03 STMP-CUTOFF-DATE           PIC 9(08).
           03 STMP-CUTOFF-TIME           PIC 9(08).
           03 FILLER                     PIC X(64).

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-LINE.
           03 CKPT-KEY                   PIC X(12).
           03 FILLER                     PIC X(02).
           03 CKPT-DATE-TRT               PIC 9(08).
           03 FILLER                     PIC X(02).
           03 CKPT-COUNT                  PIC 9(09).

       FD  CMP-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE007CMP.cpy".

       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY "TE019RUL.cpy".

      *----------------------------------------------------------------
      * AMTLIMS, ACKCTL AND APPCTL CARDS AS TE026LIM, TE030ACK AND
      * TE006INQ DECLARE THEM.
      *----------------------------------------------------------------
       FD  LIM-CTL-FILE
           RECORDING MODE IS F.
       01  LIM-CTL-RECORD.
           03 CTL-LIM-COMP              PIC X(10).
           03 CTL-LIM-MNT-NO            PIC 9(02).
           03 CTL-LIM-MIN-SIGN          PIC X(01).
           03 CTL-LIM-MIN-VALUE         PIC 9(10)V9(9).
           03 CTL-LIM-MAX-SIGN          PIC X(01).
           03 CTL-LIM-MAX-VALUE         PIC 9(10)V9(9).
           03 FILLER                    PIC X(28).

       FD  AVV-CTL-FILE
           RECORDING MODE IS F.
           COPY "TE035AVV.cpy".

       FD  APP-CTL-FILE
           RECORDING MODE IS F.
       01  APP-CTL-RECORD.
           03 CTL-APPROVE-THRESHOLD     PIC 9(10)V9(9).
           03 CTL-EXPIRY-DAYS           PIC 9(03).
           03 FILLER                    PIC X(58).

       FD  ACK-CTL-FILE
           RECORDING MODE IS F.
       01  ACK-CTL-RECORD.
           03 CTL-SRC-SYS               PIC X(04).
           03 CTL-FEED-NO               PIC 9(01).
           03 FILLER                    PIC X(75).

      *----------------------------------------------------------------
      * ONLY THE SOURCE SYSTEM OF AN ENRADDS ROW IS LOOKED AT; THE
      * FULL LAYOUT IS TE012ADD'S ADD-RECORD.
      *----------------------------------------------------------------
       FD  ADD-TXN-FILE
           RECORDING MODE IS F.
       01  ADD-RECORD.
           03 FILLER                    PIC X(526).
           03 ADD-SRC-SYS-CD            PIC X(04).
           03 FILLER                    PIC X(18).

      *----------------------------------------------------------------
      * THE CARRIED MASTERS ARE ONLY COUNTED, SO EACH IS READ AS A
      * PLAIN RECORD OF ITS COPYBOOK'S LENGTH (TE010SUS, TE023HLD,
      * TE031PND, TE030APN).  EVERY STAMP IS READ INTO THE ONE
      * TE036CFS LAYOUT IN WORKING STORAGE.
      *----------------------------------------------------------------
       FD  SUSP-MST-FILE
           RECORDING MODE IS F.
       01  SUSP-MST-LINE                PIC X(614).

       FD  SUSP-STMP-FILE
           RECORDING MODE IS F.
       01  SUSP-STMP-LINE               PIC X(80).

       FD  HLD-MST-FILE
           RECORDING MODE IS F.
       01  HLD-MST-LINE                 PIC X(600).

       FD  HLD-STMP-FILE
           RECORDING MODE IS F.
       01  HLD-STMP-LINE                PIC X(80).

       FD  PND-MST-FILE
           RECORDING MODE IS F.
       01  PND-MST-LINE                 PIC X(80).

       FD  PND-STMP-FILE
           RECORDING MODE IS F.
       01  PND-STMP-LINE                PIC X(80).

       FD  ACK-PEND-FILE
           RECORDING MODE IS F.
       01  ACK-PEND-LINE                PIC X(80).

       FD  ACK-STMP-FILE
           RECORDING MODE IS F.
       01  ACK-STMP-LINE                PIC X(80).

       FD  SCH-MST-FILE
           RECORDING MODE IS F.
       01  SCH-MST-LINE                 PIC X(100).

       FD  SCH-STMP-FILE
           RECORDING MODE IS F.
       01  SCH-STMP-LINE                PIC X(80).

       FD  XMT-MST-FILE
           RECORDING MODE IS F.
       01  XMT-MST-LINE                 PIC X(100).

       FD  XMT-STMP-FILE
           RECORDING MODE IS F.
       01  XMT-STMP-LINE                PIC X(80).

       FD  RDY-RPT-FILE
           RECORDING MODE IS F.
       01  RDY-LINE.
           03 RDY-FILE                  PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RDY-STATUS                PIC X(09).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RDY-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 RDY-DETAIL                PIC X(50).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *----------------------------------------------------------------
       01  WS-CAL-IDX-STATUS            PIC X(02).
           88 CAL-IDX-OK                          VALUE "00".
           88 CAL-IDX-NOTFOUND                    VALUE "23".

       01  WS-CTL-STATUS                PIC X(02).
           88 CTL-OK                              VALUE "00".

       01  WS-STMP-STATUS               PIC X(02).
           88 STMP-OK                             VALUE "00".

       01  WS-CKPT-STATUS               PIC X(02).
           88 CKPT-OK                             VALUE "00".

       01  WS-CMP-IDX-STATUS            PIC X(02).
           88 CMP-IDX-OK                          VALUE "00".

       01  WS-RULE-STATUS               PIC X(02).
           88 RULE-OK                             VALUE "00".

       01  WS-LIM-CTL-STATUS            PIC X(02).
           88 LIM-CTL-OK                          VALUE "00".

       01  WS-AVV-CTL-STATUS            PIC X(02).
           88 AVV-CTL-OK                          VALUE "00".

       01  WS-APP-CTL-STATUS            PIC X(02).
           88 APP-CTL-OK                          VALUE "00".

       01  WS-ACK-CTL-STATUS            PIC X(02).
           88 ACK-CTL-OK                          VALUE "00".

       01  WS-ADD-TXN-STATUS            PIC X(02).
           88 ADD-TXN-OK                          VALUE "00".

       01  WS-SUSP-MST-STATUS           PIC X(02).
           88 SUSP-MST-OK                         VALUE "00".

       01  WS-SUSP-STMP-STATUS          PIC X(02).
           88 SUSP-STMP-OK                        VALUE "00".

       01  WS-HLD-MST-STATUS            PIC X(02).
           88 HLD-MST-OK                          VALUE "00".

       01  WS-HLD-STMP-STATUS           PIC X(02).
           88 HLD-STMP-OK                         VALUE "00".

       01  WS-PND-MST-STATUS            PIC X(02).
           88 PND-MST-OK                          VALUE "00".

       01  WS-PND-STMP-STATUS           PIC X(02).
           88 PND-STMP-OK                         VALUE "00".

       01  WS-ACK-PEND-STATUS           PIC X(02).
           88 ACK-PEND-OK                         VALUE "00".

       01  WS-ACK-STMP-STATUS           PIC X(02).
           88 ACK-STMP-OK                         VALUE "00".

       01  WS-SCH-MST-STATUS            PIC X(02).
           88 SCH-MST-OK                          VALUE "00".

       01  WS-SCH-STMP-STATUS           PIC X(02).
           88 SCH-STMP-OK                         VALUE "00".

       01  WS-XMT-MST-STATUS            PIC X(02).
           88 XMT-MST-OK                          VALUE "00".

       01  WS-XMT-STMP-STATUS           PIC X(02).
           88 XMT-STMP-OK                         VALUE "00".

       01  WS-RDY-RPT-STATUS            PIC X(02).
           88 RDY-RPT-OK                          VALUE "00".

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL                             VALUE "Y".
           88 WS-NOT-FATAL                         VALUE "N".

       01  WS-STREAM-SW                 PIC X(01).
           88 WS-STREAM-READY                      VALUE "Y".
           88 WS-STREAM-NOT-READY                  VALUE "N".

       01  WS-LINE-SW                   PIC X(01).
           88 WS-LINE-READY                        VALUE "Y".
           88 WS-LINE-NOT-READY                    VALUE "N".

       01  WS-CAL-OPEN-SW               PIC X(01).
           88 WS-CAL-IS-OPEN                       VALUE "Y".
           88 WS-CAL-NOT-OPEN                      VALUE "N".

       01  WS-WORK-DAY-SW               PIC X(01).
           88 WS-WORK-DAY-FOUND                    VALUE "Y".
           88 WS-WORK-DAY-NOT-FOUND                VALUE "N".

       01  WS-ROW-SW                    PIC X(01).
           88 WS-ROW-GOOD                          VALUE "Y".
           88 WS-ROW-BAD                           VALUE "N".

       01  WS-FOUND-SW                  PIC X(01).
           88 WS-FOUND                             VALUE "Y".
           88 WS-NOT-FOUND                         VALUE "N".

       01  WS-MST-SW                    PIC X(01).
           88 WS-MST-PRESENT                       VALUE "Y".
           88 WS-MST-MISSING                       VALUE "N".

       01  WS-STP-SW                    PIC X(01).
           88 WS-STP-PRESENT                       VALUE "Y".
           88 WS-STP-MISSING                       VALUE "N".

      *----------------------------------------------------------------
      * THE RUN-MODE CARD AS READ, FOR THE ENRSTMP AND ENRCKPT
      * CHECKS THAT DEPEND ON IT.  A MISSING OR BAD CARD LEAVES
      * TE000EXT'S OWN DEFAULT (NORMAL RUN, FULL EXTRACT).
      *----------------------------------------------------------------
       01  WS-RESTART-SW                PIC X(01).
           88 WS-RESTART-YES                       VALUE "Y".
       01  WS-RUN-MODE                  PIC X(01).
           88 WS-MODE-DELTA                        VALUE "D".

      *----------------------------------------------------------------
      * DATES.  THE PREVIOUS BUSINESS DAY IS FOUND BY STEPPING BACK
      * FROM YESTERDAY; WS-SKIP-MAX BOUNDS THE WALK SO A CALENDAR
      * MARKED ALL NON-WORK CANNOT LOOP IT.
      *----------------------------------------------------------------
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-PRV-BUS-DATE              PIC 9(08).
       01  WS-PRV-BUS-INT               PIC 9(08) COMP.
       01  WS-DAY-OF-WEEK               PIC 9(01).
       01  WS-SKIP-COUNT                PIC 9(03) COMP.
       77  WS-SKIP-MAX                  PIC 9(03) COMP VALUE 31.

      *----------------------------------------------------------------
      * TABLE CAPACITIES OF THE PROGRAMS THAT LOAD THE CONTROL FILES
      * (TE019RTE, TE026LIM/TE010RCY, TE035ARR/TE010RCY/TE012ADD,
      * TE030ACK).  A FILE THAT WOULD OVERFLOW ITS LOADER IS NOT
      * READY.
      *----------------------------------------------------------------
       77  WS-RULE-MAX                  PIC 9(03) COMP VALUE 100.
       77  WS-LIM-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-AVV-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-ACK-MAX                   PIC 9(03) COMP VALUE 20.
       77  WS-UNM-MAX                   PIC 9(03) COMP VALUE 20.

      *----------------------------------------------------------------
      * COUNTERS FOR THE FILE BEING CHECKED
      *----------------------------------------------------------------
       01  WS-COUNTERS.
           03 WS-READ-COUNT             PIC 9(09) COMP.
           03 WS-GOOD-COUNT             PIC 9(09) COMP.
           03 WS-BAD-COUNT              PIC 9(09) COMP.
           03 WS-MST-COUNT              PIC 9(09) COMP.
           03 WS-FILE-COUNT             PIC 9(09) COMP.
           03 WS-NOT-READY-COUNT        PIC 9(09) COMP.

       01  WS-TABLE-MAX                 PIC 9(03) COMP.
       01  WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------
      * SIGNED AMTLIMS BOUNDS FOR THE MINIMUM-OVER-MAXIMUM EDIT, BUILT
      * THE WAY TE026LIM BUILDS THEM.
      *----------------------------------------------------------------
       01  WS-LIM-MIN-WORK              PIC S9(10)V9(9).
       01  WS-LIM-MAX-WORK              PIC S9(10)V9(9).

      *----------------------------------------------------------------
      * ACKCTL SOURCES, AND THE DISTINCT ENRADDS SOURCES THAT HAVE
      * NO CARD.
      *----------------------------------------------------------------
       01  WS-ACK-TABLE.
           03 WS-ACK-COUNT              PIC 9(03) COMP.
           03 WS-ACK-ENTRY OCCURS 20 TIMES.
              05 WS-ACK-SRC             PIC X(04).

       01  WS-UNM-TABLE.
           03 WS-UNM-COUNT              PIC 9(03) COMP.
           03 WS-UNM-ENTRY OCCURS 20 TIMES.
              05 WS-UNM-SRC             PIC X(04).

       01  WS-ACK-SUB                   PIC 9(03) COMP.
       01  WS-UNM-SUB                   PIC 9(03) COMP.
       01  WS-UNM-ROW-COUNT             PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE CARRIED MASTER BEING JUDGED AND ITS STAMP
      *----------------------------------------------------------------
       01  WS-MST-ID                    PIC X(08).
       01  WS-STP-DD                    PIC X(08).

       COPY "TE036CFS.cpy".

      *----------------------------------------------------------------
      * THE LINE BEING BUILT FOR RDYRPT
      *----------------------------------------------------------------
       01  WS-RDY-FILE                  PIC X(08).
       01  WS-RDY-COUNT                 PIC 9(09) COMP.
       01  WS-RDY-DETAIL                PIC X(50).

       01  WS-HEAD-LINE.
           03 FILLER                    PIC X(34)
                   VALUE "TE036RDY  STREAM READINESS FOR   ".
           03 WS-HEAD-RUN-DATE          PIC 9(08).
           03 FILLER                    PIC X(30)
                   VALUE "   PREVIOUS BUSINESS DAY    ".
           03 WS-HEAD-PRV-DATE          PIC 9(08).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NOT-FATAL
               PERFORM 2000-CHECK-CALENDAR
                   THRU 2000-CHECK-CALENDAR-EXIT
               PERFORM 2100-CHECK-RUN-CONTROL
                   THRU 2100-CHECK-RUN-CONTROL-EXIT
               PERFORM 2110-CHECK-CUTOFF-STAMP
                   THRU 2110-CHECK-CUTOFF-STAMP-EXIT
               PERFORM 2120-CHECK-CHECKPOINT
                   THRU 2120-CHECK-CHECKPOINT-EXIT
               PERFORM 2200-CHECK-COMPANY-XREF
                   THRU 2200-CHECK-COMPANY-XREF-EXIT
               PERFORM 2300-CHECK-ROUTING-RULES
                   THRU 2300-CHECK-ROUTING-RULES-EXIT
               PERFORM 2400-CHECK-AMOUNT-LIMITS
                   THRU 2400-CHECK-AMOUNT-LIMITS-EXIT
               PERFORM 2500-CHECK-ARRAY-VALUES
                   THRU 2500-CHECK-ARRAY-VALUES-EXIT
               PERFORM 2600-CHECK-APPROVAL-CONTROL
                   THRU 2600-CHECK-APPROVAL-CONTROL-EXIT
               PERFORM 2700-CHECK-ACK-COVERAGE
                   THRU 2700-CHECK-ACK-COVERAGE-EXIT
               PERFORM 2810-CHECK-SUSPENSE-MASTER
                   THRU 2810-CHECK-SUSPENSE-MASTER-EXIT
               PERFORM 2820-CHECK-HOLD-MASTER
                   THRU 2820-CHECK-HOLD-MASTER-EXIT
               PERFORM 2830-CHECK-PENDING-MASTER
                   THRU 2830-CHECK-PENDING-MASTER-EXIT
               PERFORM 2840-CHECK-ACK-PENDING
                   THRU 2840-CHECK-ACK-PENDING-EXIT
               PERFORM 2850-CHECK-SCHEDULED-MASTER
                   THRU 2850-CHECK-SCHEDULED-MASTER-EXIT
               PERFORM 2860-CHECK-TRANSMISSION-LOG
                   THRU 2860-CHECK-TRANSMISSION-LOG-EXIT
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           SET WS-NOT-FATAL TO TRUE.
           SET WS-STREAM-READY TO TRUE.
           SET WS-CAL-NOT-OPEN TO TRUE.
           MOVE "N" TO WS-RESTART-SW.
           MOVE "F" TO WS-RUN-MODE.
           MOVE ZERO TO WS-FILE-COUNT
                        WS-NOT-READY-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT RDY-RPT-FILE.
           IF NOT RDY-RPT-OK
               DISPLAY "TE036RDY - OPEN ERROR ON RDYRPT  STATUS="
                       WS-RDY-RPT-STATUS
               SET WS-FATAL TO TRUE
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       2000-CHECK-CALENDAR.
      *----------------------------------------------------------------
      * CALXREF MUST BE THERE AND HOLD ROWS.  WITHOUT IT THE PREVIOUS
      * BUSINESS DAY STILL COMES OFF THE WEEKDAY RULE, SO THE MASTER
      * CHECKS CAN RUN, BUT THE CALENDAR LINE IS NOT READY.
      *================================================================
           MOVE "CALXREF " TO WS-RDY-FILE.
           MOVE ZERO TO WS-READ-COUNT.
           SET WS-LINE-READY TO TRUE.

           OPEN INPUT CAL-IDX-FILE.
           IF CAL-IDX-OK
               SET WS-CAL-IS-OPEN TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2010-COUNT-ONE-CAL-ROW
                   THRU 2010-COUNT-ONE-CAL-ROW-EXIT
                   UNTIL WS-EOF
           END-IF.

           PERFORM 2020-FIND-PRV-BUS-DAY
               THRU 2020-FIND-PRV-BUS-DAY-EXIT.

           MOVE WS-CURRENT-DATE TO WS-HEAD-RUN-DATE.
           MOVE WS-PRV-BUS-DATE TO WS-HEAD-PRV-DATE.
           WRITE RDY-LINE FROM WS-HEAD-LINE.
           MOVE SPACES TO RDY-LINE.
           WRITE RDY-LINE.

           MOVE WS-READ-COUNT TO WS-RDY-COUNT.
           EVALUATE TRUE
               WHEN WS-CAL-NOT-OPEN
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "MISSING, WEEKDAY RULE USED" TO WS-RDY-DETAIL
               WHEN WS-READ-COUNT = ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "EMPTY, WEEKDAY RULE USED" TO WS-RDY-DETAIL
               WHEN OTHER
                   MOVE SPACES TO WS-RDY-DETAIL
                   STRING "PREVIOUS BUSINESS DAY " DELIMITED BY SIZE
                          WS-PRV-BUS-DATE         DELIMITED BY SIZE
                          INTO WS-RDY-DETAIL
                   END-STRING
           END-EVALUATE.

           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

           IF WS-CAL-IS-OPEN
               CLOSE CAL-IDX-FILE
           END-IF.

       2000-CHECK-CALENDAR-EXIT.
           EXIT.

      *================================================================
       2010-COUNT-ONE-CAL-ROW.
      *================================================================
           READ CAL-IDX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2010-COUNT-ONE-CAL-ROW-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

       2010-COUNT-ONE-CAL-ROW-EXIT.
           EXIT.

      *================================================================
       2020-FIND-PRV-BUS-DAY.
      *----------------------------------------------------------------
      * STEP BACK FROM YESTERDAY TO THE FIRST DAY THE STREAM RAN.
      *================================================================
           COMPUTE WS-PRV-BUS-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) - 1.

           SET WS-WORK-DAY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-SKIP-COUNT.

           PERFORM 2030-SKIP-NON-WORK-DAY
               THRU 2030-SKIP-NON-WORK-DAY-EXIT
               UNTIL WS-WORK-DAY-FOUND
                  OR WS-SKIP-COUNT >= WS-SKIP-MAX.

           COMPUTE WS-PRV-BUS-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PRV-BUS-INT).

       2020-FIND-PRV-BUS-DAY-EXIT.
           EXIT.

      *================================================================
       2030-SKIP-NON-WORK-DAY.
      *----------------------------------------------------------------
      * ONE STEP OF THE WALK-BACK: THE CALENDAR ROW DECIDES WHERE ONE
      * EXISTS; A DAY WITH NO ROW (OR NO CALENDAR) FALLS THROUGH TO
      * THE WEEKDAY RULE.
      *================================================================
           IF WS-CAL-IS-OPEN AND WS-READ-COUNT > ZERO
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
                   GO TO 2030-SKIP-NON-WORK-DAY-EXIT
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

       2030-SKIP-NON-WORK-DAY-EXIT.
           EXIT.

      *================================================================
       2100-CHECK-RUN-CONTROL.
      *----------------------------------------------------------------
      * TE000EXT RUNS A MISSING CARD AS A NORMAL FULL EXTRACT; HERE
      * THE CARD MUST BE THERE AND SAY SO.
      *================================================================
           MOVE "TE000CTL" TO WS-RDY-FILE.
           MOVE ZERO TO WS-RDY-COUNT.
           SET WS-LINE-READY TO TRUE.

           OPEN INPUT CTL-FILE.
           IF NOT CTL-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2100-WRITE-LINE
           END-IF.

           READ CTL-FILE
               AT END
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "EMPTY" TO WS-RDY-DETAIL
           END-READ.
           CLOSE CTL-FILE.

           IF WS-LINE-NOT-READY
               GO TO 2100-WRITE-LINE
           END-IF.

           MOVE 1 TO WS-RDY-COUNT.

           IF NOT CTL-RESTART-YES AND NOT CTL-RESTART-NO
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "RESTART SWITCH IS NOT Y OR N" TO WS-RDY-DETAIL
               GO TO 2100-WRITE-LINE
           END-IF.

           IF NOT CTL-MODE-FULL AND NOT CTL-MODE-DELTA
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "RUN MODE IS NOT F, D OR BLANK" TO WS-RDY-DETAIL
               GO TO 2100-WRITE-LINE
           END-IF.

           MOVE CTL-RESTART-SW TO WS-RESTART-SW.
           MOVE CTL-RUN-MODE   TO WS-RUN-MODE.

           MOVE SPACES TO WS-RDY-DETAIL.
           IF WS-MODE-DELTA
               STRING "RESTART=" DELIMITED BY SIZE
                      WS-RESTART-SW DELIMITED BY SIZE
                      "  DELTA EXTRACT" DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
           ELSE
               STRING "RESTART=" DELIMITED BY SIZE
                      WS-RESTART-SW DELIMITED BY SIZE
                      "  FULL EXTRACT" DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
           END-IF.

       2100-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2100-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       2110-CHECK-CUTOFF-STAMP.
      *----------------------------------------------------------------
      * A DELTA RUN WITHOUT A GOOD CUTOFF WOULD FALL BACK TO A FULL
      * EXTRACT WITHOUT A WORD; A CUTOFF DATED AFTER TODAY WOULD
      * SELECT NOTHING.
      *================================================================
           MOVE "ENRSTMP " TO WS-RDY-FILE.
           MOVE ZERO TO WS-RDY-COUNT.
           SET WS-LINE-READY TO TRUE.

           IF NOT WS-MODE-DELTA
               MOVE "NOT USED, FULL EXTRACT" TO WS-RDY-DETAIL
               GO TO 2110-WRITE-LINE
           END-IF.

           OPEN INPUT STMP-FILE.
           IF NOT STMP-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING ON A DELTA RUN" TO WS-RDY-DETAIL
               GO TO 2110-WRITE-LINE
           END-IF.

           READ STMP-FILE
               AT END
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "EMPTY ON A DELTA RUN" TO WS-RDY-DETAIL
           END-READ.
           CLOSE STMP-FILE.

           IF WS-LINE-NOT-READY
               GO TO 2110-WRITE-LINE
           END-IF.

           MOVE 1 TO WS-RDY-COUNT.

           IF STMP-CUTOFF-DATE NOT NUMERIC OR
              STMP-CUTOFF-TIME NOT NUMERIC
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "CUTOFF IS NOT NUMERIC" TO WS-RDY-DETAIL
               GO TO 2110-WRITE-LINE
           END-IF.

           IF STMP-CUTOFF-DATE > WS-CURRENT-DATE
               SET WS-LINE-NOT-READY TO TRUE
               MOVE SPACES TO WS-RDY-DETAIL
               STRING "CUTOFF " DELIMITED BY SIZE
                      STMP-CUTOFF-DATE DELIMITED BY SIZE
                      " IS AFTER TODAY" DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
               GO TO 2110-WRITE-LINE
           END-IF.

           MOVE SPACES TO WS-RDY-DETAIL.
           STRING "DELTA CUTOFF " DELIMITED BY SIZE
                  STMP-CUTOFF-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  STMP-CUTOFF-TIME DELIMITED BY SIZE
                  INTO WS-RDY-DETAIL
           END-STRING.

       2110-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2110-CHECK-CUTOFF-STAMP-EXIT.
           EXIT.

      *================================================================
       2120-CHECK-CHECKPOINT.
      *----------------------------------------------------------------
      * A RESTART PICKS UP AFTER THE LAST CHECKPOINT ROW; WITH NO ROW
      * TO PICK UP FROM, THE RESTART CARD IS WRONG OR THE FILE IS.
      *================================================================
           MOVE "ENRCKPT " TO WS-RDY-FILE.
           MOVE ZERO TO WS-RDY-COUNT.
           SET WS-LINE-READY TO TRUE.

           IF NOT WS-RESTART-YES
               MOVE "NOT USED, NORMAL RUN" TO WS-RDY-DETAIL
               GO TO 2120-WRITE-LINE
           END-IF.

           OPEN INPUT CKPT-FILE.
           IF NOT CKPT-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING ON A RESTART" TO WS-RDY-DETAIL
               GO TO 2120-WRITE-LINE
           END-IF.

           MOVE ZERO TO WS-READ-COUNT.
           MOVE SPACES TO WS-RDY-DETAIL.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 2125-READ-ONE-CHECKPOINT
               THRU 2125-READ-ONE-CHECKPOINT-EXIT
               UNTIL WS-EOF.
           CLOSE CKPT-FILE.

           MOVE WS-READ-COUNT TO WS-RDY-COUNT.
           IF WS-READ-COUNT = ZERO
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "EMPTY ON A RESTART" TO WS-RDY-DETAIL
           END-IF.

       2120-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2120-CHECK-CHECKPOINT-EXIT.
           EXIT.

      *================================================================
       2125-READ-ONE-CHECKPOINT.
      *================================================================
           READ CKPT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2125-READ-ONE-CHECKPOINT-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-RDY-DETAIL.
           STRING "RESTART AFTER KEY " DELIMITED BY SIZE
                  CKPT-KEY DELIMITED BY SIZE
                  INTO WS-RDY-DETAIL
           END-STRING.

       2125-READ-ONE-CHECKPOINT-EXIT.
           EXIT.

      *================================================================
       2200-CHECK-COMPANY-XREF.
      *----------------------------------------------------------------
      * EVERY ROW IS READ AND EDITED.  ONE BAD ROW IS ENOUGH TO HOLD
      * THE STREAM: EVERY COMPANY EDIT DOWNSTREAM TRUSTS THIS FILE.
      *================================================================
           MOVE "COMPXREF" TO WS-RDY-FILE.
           SET WS-LINE-READY TO TRUE.
           MOVE ZERO TO WS-READ-COUNT
                        WS-BAD-COUNT
                        WS-RDY-COUNT.

           OPEN INPUT CMP-IDX-FILE.
           IF NOT CMP-IDX-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2200-WRITE-LINE
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2210-EDIT-ONE-COMPANY
               THRU 2210-EDIT-ONE-COMPANY-EXIT
               UNTIL WS-EOF.
           CLOSE CMP-IDX-FILE.

           MOVE WS-READ-COUNT TO WS-RDY-COUNT.
           EVALUATE TRUE
               WHEN WS-READ-COUNT = ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "EMPTY" TO WS-RDY-DETAIL
               WHEN WS-BAD-COUNT > ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-RDY-DETAIL
                   STRING WS-EDIT-COUNT DELIMITED BY SIZE
                          " ROW(S) FAIL THE LOAD EDITS"
                              DELIMITED BY SIZE
                          INTO WS-RDY-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "ALL ROWS LOAD CLEAN" TO WS-RDY-DETAIL
           END-EVALUATE.

       2200-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2200-CHECK-COMPANY-XREF-EXIT.
           EXIT.

      *================================================================
       2210-EDIT-ONE-COMPANY.
      *================================================================
           READ CMP-IDX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-EDIT-ONE-COMPANY-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.
           SET WS-ROW-GOOD TO TRUE.

           IF CMP-CODE = SPACES
               SET WS-ROW-BAD TO TRUE
           END-IF.
           IF NOT CMP-ACTIVE AND NOT CMP-INACTIVE
               SET WS-ROW-BAD TO TRUE
           END-IF.
           IF CMP-EFF-DATE NOT NUMERIC OR CMP-EXP-DATE NOT NUMERIC
               SET WS-ROW-BAD TO TRUE
           ELSE
               IF CMP-EFF-DATE > CMP-EXP-DATE
                   SET WS-ROW-BAD TO TRUE
               END-IF
           END-IF.

           IF WS-ROW-BAD
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "TE036RDY - COMPXREF ROW FAILS THE LOAD EDITS  "
                       "CMP=" CMP-CODE
           END-IF.

       2210-EDIT-ONE-COMPANY-EXIT.
           EXIT.

      *================================================================
       2300-CHECK-ROUTING-RULES.
      *----------------------------------------------------------------
      * SAME ROW EDITS AS TE019RTE'S LOAD: A DROPPED ROW IS REPORTED
      * BUT DOES NOT HOLD THE STREAM, AS IT DOES NOT STOP TE019RTE.
      *================================================================
           MOVE "CDSRULES" TO WS-RDY-FILE.
           SET WS-LINE-READY TO TRUE.
           MOVE ZERO TO WS-READ-COUNT
                        WS-GOOD-COUNT
                        WS-RDY-COUNT.

           OPEN INPUT RULE-FILE.
           IF NOT RULE-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2300-WRITE-LINE
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2310-EDIT-ONE-RULE
               THRU 2310-EDIT-ONE-RULE-EXIT
               UNTIL WS-EOF.
           CLOSE RULE-FILE.

           MOVE WS-RULE-MAX TO WS-TABLE-MAX.
           PERFORM 2950-JUDGE-TABLE-LOAD
               THRU 2950-JUDGE-TABLE-LOAD-EXIT.

       2300-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2300-CHECK-ROUTING-RULES-EXIT.
           EXIT.

      *================================================================
       2310-EDIT-ONE-RULE.
      *================================================================
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-EDIT-ONE-RULE-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           IF RUL-POSITION NOT NUMERIC
               DISPLAY "TE036RDY - CDSRULES ROW DROPPED, POSITION NOT "
                       "NUMERIC"
               GO TO 2310-EDIT-ONE-RULE-EXIT
           END-IF.

           IF RUL-POSITION < 1 OR RUL-POSITION > 40
               DISPLAY "TE036RDY - CDSRULES ROW DROPPED, POSITION="
                       RUL-POSITION
               GO TO 2310-EDIT-ONE-RULE-EXIT
           END-IF.

           IF NOT RUL-DISP-PASS AND NOT RUL-DISP-HOLD AND
              NOT RUL-DISP-ROUTE AND NOT RUL-DISP-EXCLUDE
               DISPLAY "TE036RDY - CDSRULES ROW DROPPED, DISPOSITION="
                       RUL-DISPOSITION
               GO TO 2310-EDIT-ONE-RULE-EXIT
           END-IF.

           ADD 1 TO WS-GOOD-COUNT.

       2310-EDIT-ONE-RULE-EXIT.
           EXIT.

      *================================================================
       2400-CHECK-AMOUNT-LIMITS.
      *----------------------------------------------------------------
      * SAME ROW EDITS AS TE026LIM'S LOAD.
      *================================================================
           MOVE "AMTLIMS " TO WS-RDY-FILE.
           SET WS-LINE-READY TO TRUE.
           MOVE ZERO TO WS-READ-COUNT
                        WS-GOOD-COUNT
                        WS-RDY-COUNT.

           OPEN INPUT LIM-CTL-FILE.
           IF NOT LIM-CTL-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2400-WRITE-LINE
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2410-EDIT-ONE-LIMIT
               THRU 2410-EDIT-ONE-LIMIT-EXIT
               UNTIL WS-EOF.
           CLOSE LIM-CTL-FILE.

           MOVE WS-LIM-MAX TO WS-TABLE-MAX.
           PERFORM 2950-JUDGE-TABLE-LOAD
               THRU 2950-JUDGE-TABLE-LOAD-EXIT.

       2400-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2400-CHECK-AMOUNT-LIMITS-EXIT.
           EXIT.

      *================================================================
       2410-EDIT-ONE-LIMIT.
      *================================================================
           READ LIM-CTL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2410-EDIT-ONE-LIMIT-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           IF CTL-LIM-COMP = SPACES OR
              CTL-LIM-MNT-NO NOT NUMERIC OR
              CTL-LIM-MIN-VALUE NOT NUMERIC OR
              CTL-LIM-MAX-VALUE NOT NUMERIC
               DISPLAY "TE036RDY - AMTLIMS ROW DROPPED, BAD KEY OR "
                       "VALUE  CMP=" CTL-LIM-COMP
               GO TO 2410-EDIT-ONE-LIMIT-EXIT
           END-IF.

           IF CTL-LIM-MNT-NO < 1 OR CTL-LIM-MNT-NO > 10
               DISPLAY "TE036RDY - AMTLIMS ROW DROPPED, COLUMN="
                       CTL-LIM-MNT-NO "  CMP=" CTL-LIM-COMP
               GO TO 2410-EDIT-ONE-LIMIT-EXIT
           END-IF.

           IF (CTL-LIM-MIN-SIGN NOT = "+" AND
               CTL-LIM-MIN-SIGN NOT = "-") OR
              (CTL-LIM-MAX-SIGN NOT = "+" AND
               CTL-LIM-MAX-SIGN NOT = "-")
               DISPLAY "TE036RDY - AMTLIMS ROW DROPPED, BAD SIGN  CMP="
                       CTL-LIM-COMP
               GO TO 2410-EDIT-ONE-LIMIT-EXIT
           END-IF.

           IF CTL-LIM-MIN-SIGN = "-"
               COMPUTE WS-LIM-MIN-WORK = CTL-LIM-MIN-VALUE * -1
           ELSE
               MOVE CTL-LIM-MIN-VALUE TO WS-LIM-MIN-WORK
           END-IF.

           IF CTL-LIM-MAX-SIGN = "-"
               COMPUTE WS-LIM-MAX-WORK = CTL-LIM-MAX-VALUE * -1
           ELSE
               MOVE CTL-LIM-MAX-VALUE TO WS-LIM-MAX-WORK
           END-IF.

           IF WS-LIM-MIN-WORK > WS-LIM-MAX-WORK
               SET WS-ROW-BAD TO TRUE
           ELSE
               SET WS-ROW-GOOD TO TRUE
           END-IF.

           IF WS-ROW-BAD
               DISPLAY "TE036RDY - AMTLIMS ROW DROPPED, MIN ABOVE MAX  "
                       "CMP=" CTL-LIM-COMP
               GO TO 2410-EDIT-ONE-LIMIT-EXIT
           END-IF.

           ADD 1 TO WS-GOOD-COUNT.

       2410-EDIT-ONE-LIMIT-EXIT.
           EXIT.

      *================================================================
       2500-CHECK-ARRAY-VALUES.
      *----------------------------------------------------------------
      * SAME ROW EDIT AS THE TE035AVV LOADERS: AN UNKNOWN FIELD ID IS
      * DROPPED.
      *================================================================
           MOVE "ARRVALS " TO WS-RDY-FILE.
           SET WS-LINE-READY TO TRUE.
           MOVE ZERO TO WS-READ-COUNT
                        WS-GOOD-COUNT
                        WS-RDY-COUNT.

           OPEN INPUT AVV-CTL-FILE.
           IF NOT AVV-CTL-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2500-WRITE-LINE
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2510-EDIT-ONE-VALUE
               THRU 2510-EDIT-ONE-VALUE-EXIT
               UNTIL WS-EOF.
           CLOSE AVV-CTL-FILE.

           MOVE WS-AVV-MAX TO WS-TABLE-MAX.
           PERFORM 2950-JUDGE-TABLE-LOAD
               THRU 2950-JUDGE-TABLE-LOAD-EXIT.

       2500-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2500-CHECK-ARRAY-VALUES-EXIT.
           EXIT.

      *================================================================
       2510-EDIT-ONE-VALUE.
      *================================================================
           READ AVV-CTL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2510-EDIT-ONE-VALUE-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           IF NOT AVV-FIELD-ARR-BEF AND NOT AVV-FIELD-ARR-AFT AND
              NOT AVV-FIELD-DATA1   AND NOT AVV-FIELD-DATA2   AND
              NOT AVV-FIELD-DATA3   AND NOT AVV-FIELD-DATA4   AND
              NOT AVV-FIELD-DATA5
               DISPLAY "TE036RDY - ARRVALS ROW DROPPED, UNKNOWN "
                       "FIELD=" AVV-FIELD-ID
               GO TO 2510-EDIT-ONE-VALUE-EXIT
           END-IF.

           ADD 1 TO WS-GOOD-COUNT.

       2510-EDIT-ONE-VALUE-EXIT.
           EXIT.

      *================================================================
       2600-CHECK-APPROVAL-CONTROL.
      *----------------------------------------------------------------
      * TE006INQ FALLS BACK TO ITS BUILT-IN THRESHOLD AND EXPIRY
      * WITHOUT A CARD; THE STREAM SHOULD RUN ON THE CARD.
      *================================================================
           MOVE "APPCTL  " TO WS-RDY-FILE.
           MOVE ZERO TO WS-RDY-COUNT.
           SET WS-LINE-READY TO TRUE.

           OPEN INPUT APP-CTL-FILE.
           IF NOT APP-CTL-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2600-WRITE-LINE
           END-IF.

           READ APP-CTL-FILE
               AT END
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "EMPTY" TO WS-RDY-DETAIL
           END-READ.
           CLOSE APP-CTL-FILE.

           IF WS-LINE-NOT-READY
               GO TO 2600-WRITE-LINE
           END-IF.

           MOVE 1 TO WS-RDY-COUNT.

           IF CTL-APPROVE-THRESHOLD NOT NUMERIC OR
              CTL-EXPIRY-DAYS NOT NUMERIC
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "THRESHOLD OR EXPIRY DAYS NOT NUMERIC"
                   TO WS-RDY-DETAIL
               GO TO 2600-WRITE-LINE
           END-IF.

           MOVE SPACES TO WS-RDY-DETAIL.
           STRING "EXPIRY DAYS " DELIMITED BY SIZE
                  CTL-EXPIRY-DAYS DELIMITED BY SIZE
                  INTO WS-RDY-DETAIL
           END-STRING.

       2600-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2600-CHECK-APPROVAL-CONTROL-EXIT.
           EXIT.

      *================================================================
       2700-CHECK-ACK-COVERAGE.
      *----------------------------------------------------------------
      * ACKCTL IS LOADED WITH TE030ACK'S CARD EDITS, THEN EVERY
      * ENRADDS ROW'S SOURCE SYSTEM IS LOOKED UP IN IT.  EACH
      * DISTINCT UNMAPPED SOURCE IS DISPLAYED ONCE.
      *================================================================
           MOVE ZERO TO WS-ACK-COUNT
                        WS-UNM-COUNT
                        WS-UNM-ROW-COUNT
                        WS-READ-COUNT
                        WS-GOOD-COUNT.
           SET WS-ROW-GOOD TO TRUE.

           OPEN INPUT ACK-CTL-FILE.
           IF ACK-CTL-OK
               SET WS-NOT-EOF TO TRUE
               PERFORM 2710-LOAD-ONE-ACK-CARD
                   THRU 2710-LOAD-ONE-ACK-CARD-EXIT
                   UNTIL WS-EOF
               CLOSE ACK-CTL-FILE
           END-IF.

           MOVE "ENRADDS " TO WS-RDY-FILE.
           MOVE ZERO TO WS-RDY-COUNT.
           SET WS-LINE-READY TO TRUE.

           OPEN INPUT ADD-TXN-FILE.
           IF NOT ADD-TXN-OK
               SET WS-LINE-NOT-READY TO TRUE
               MOVE "MISSING" TO WS-RDY-DETAIL
           ELSE
               MOVE ZERO TO WS-MST-COUNT
               SET WS-NOT-EOF TO TRUE
               PERFORM 2720-CHECK-ONE-ADD
                   THRU 2720-CHECK-ONE-ADD-EXIT
                   UNTIL WS-EOF
               CLOSE ADD-TXN-FILE
               MOVE WS-MST-COUNT TO WS-RDY-COUNT
               IF WS-MST-COUNT = ZERO
                   MOVE "EMPTY, NO ADDS TONIGHT" TO WS-RDY-DETAIL
               ELSE
                   MOVE SPACES TO WS-RDY-DETAIL
               END-IF
           END-IF.

           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

           MOVE "ACKCTL  " TO WS-RDY-FILE.
           MOVE WS-GOOD-COUNT TO WS-RDY-COUNT.
           SET WS-LINE-READY TO TRUE.

           EVALUATE TRUE
               WHEN NOT ACK-CTL-OK AND WS-READ-COUNT = ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "MISSING" TO WS-RDY-DETAIL
               WHEN WS-ROW-BAD
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE WS-ACK-MAX TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-RDY-DETAIL
                   STRING "MORE THAN" DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          " USABLE CARDS" DELIMITED BY SIZE
                          INTO WS-RDY-DETAIL
                   END-STRING
               WHEN WS-GOOD-COUNT = ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "NO USABLE CARDS" TO WS-RDY-DETAIL
               WHEN WS-UNM-ROW-COUNT > ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE WS-UNM-ROW-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO WS-RDY-DETAIL
                   STRING WS-EDIT-COUNT DELIMITED BY SIZE
                          " ENRADDS ROW(S) FROM AN UNMAPPED SOURCE"
                              DELIMITED BY SIZE
                          INTO WS-RDY-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "EVERY ENRADDS SOURCE HAS A CARD"
                       TO WS-RDY-DETAIL
           END-EVALUATE.

           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2700-CHECK-ACK-COVERAGE-EXIT.
           EXIT.

      *================================================================
       2710-LOAD-ONE-ACK-CARD.
      *================================================================
           READ ACK-CTL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2710-LOAD-ONE-ACK-CARD-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.

           IF CTL-SRC-SYS = SPACES OR
              CTL-FEED-NO NOT NUMERIC
               DISPLAY "TE036RDY - ACKCTL CARD DROPPED, BAD SOURCE OR "
                       "FEED  SRC=" CTL-SRC-SYS
               GO TO 2710-LOAD-ONE-ACK-CARD-EXIT
           END-IF.

           IF CTL-FEED-NO < 1 OR CTL-FEED-NO > 4
               DISPLAY "TE036RDY - ACKCTL CARD DROPPED, FEED="
                       CTL-FEED-NO "  SRC=" CTL-SRC-SYS
               GO TO 2710-LOAD-ONE-ACK-CARD-EXIT
           END-IF.

           ADD 1 TO WS-GOOD-COUNT.

           IF WS-ACK-COUNT >= WS-ACK-MAX
               SET WS-ROW-BAD TO TRUE
               GO TO 2710-LOAD-ONE-ACK-CARD-EXIT
           END-IF.

           ADD 1 TO WS-ACK-COUNT.
           MOVE CTL-SRC-SYS TO WS-ACK-SRC (WS-ACK-COUNT).

       2710-LOAD-ONE-ACK-CARD-EXIT.
           EXIT.

      *================================================================
       2720-CHECK-ONE-ADD.
      *================================================================
           READ ADD-TXN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2720-CHECK-ONE-ADD-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2730-FIND-ACK-SOURCE
               THRU 2730-FIND-ACK-SOURCE-EXIT
               VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
                  OR WS-FOUND.

           IF WS-FOUND
               GO TO 2720-CHECK-ONE-ADD-EXIT
           END-IF.

           ADD 1 TO WS-UNM-ROW-COUNT.

           PERFORM 2740-FIND-UNMAPPED-SOURCE
               THRU 2740-FIND-UNMAPPED-SOURCE-EXIT
               VARYING WS-UNM-SUB FROM 1 BY 1
               UNTIL WS-UNM-SUB > WS-UNM-COUNT
                  OR WS-FOUND.

           IF WS-NOT-FOUND AND WS-UNM-COUNT < WS-UNM-MAX
               ADD 1 TO WS-UNM-COUNT
               MOVE ADD-SRC-SYS-CD TO WS-UNM-SRC (WS-UNM-COUNT)
               DISPLAY "TE036RDY - ENRADDS SOURCE HAS NO ACKCTL CARD  "
                       "SRC=" ADD-SRC-SYS-CD
           END-IF.

       2720-CHECK-ONE-ADD-EXIT.
           EXIT.

      *================================================================
       2730-FIND-ACK-SOURCE.
      *================================================================
           IF WS-ACK-SRC (WS-ACK-SUB) = ADD-SRC-SYS-CD
               SET WS-FOUND TO TRUE
           END-IF.

       2730-FIND-ACK-SOURCE-EXIT.
           EXIT.

      *================================================================
       2740-FIND-UNMAPPED-SOURCE.
      *================================================================
           IF WS-UNM-SRC (WS-UNM-SUB) = ADD-SRC-SYS-CD
               SET WS-FOUND TO TRUE
           END-IF.

       2740-FIND-UNMAPPED-SOURCE-EXIT.
           EXIT.

      *================================================================
       2810-CHECK-SUSPENSE-MASTER.
      *================================================================
           MOVE "SUSPMST " TO WS-MST-ID.
           MOVE "SUSPSTMP" TO WS-STP-DD.
           MOVE ZERO TO WS-MST-COUNT.
           SET WS-MST-MISSING TO TRUE.
           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.

           OPEN INPUT SUSP-MST-FILE.
           IF SUSP-MST-OK
               SET WS-MST-PRESENT TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2811-COUNT-ONE-SUSPENSE
                   THRU 2811-COUNT-ONE-SUSPENSE-EXIT
                   UNTIL WS-EOF
               CLOSE SUSP-MST-FILE
           END-IF.

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

           PERFORM 2890-JUDGE-CARRIED-MASTER
               THRU 2890-JUDGE-CARRIED-MASTER-EXIT.

       2810-CHECK-SUSPENSE-MASTER-EXIT.
           EXIT.

      *================================================================
       2811-COUNT-ONE-SUSPENSE.
      *================================================================
           READ SUSP-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2811-COUNT-ONE-SUSPENSE-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

       2811-COUNT-ONE-SUSPENSE-EXIT.
           EXIT.

      *================================================================
       2820-CHECK-HOLD-MASTER.
      *================================================================
           MOVE "HLDMST  " TO WS-MST-ID.
           MOVE "HLDSTMP " TO WS-STP-DD.
           MOVE ZERO TO WS-MST-COUNT.
           SET WS-MST-MISSING TO TRUE.
           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.

           OPEN INPUT HLD-MST-FILE.
           IF HLD-MST-OK
               SET WS-MST-PRESENT TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2821-COUNT-ONE-HOLD
                   THRU 2821-COUNT-ONE-HOLD-EXIT
                   UNTIL WS-EOF
               CLOSE HLD-MST-FILE
           END-IF.

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

           PERFORM 2890-JUDGE-CARRIED-MASTER
               THRU 2890-JUDGE-CARRIED-MASTER-EXIT.

       2820-CHECK-HOLD-MASTER-EXIT.
           EXIT.

      *================================================================
       2821-COUNT-ONE-HOLD.
      *================================================================
           READ HLD-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2821-COUNT-ONE-HOLD-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

       2821-COUNT-ONE-HOLD-EXIT.
           EXIT.

      *================================================================
       2830-CHECK-PENDING-MASTER.
      *================================================================
           MOVE "PNDMST  " TO WS-MST-ID.
           MOVE "PNDSTMP " TO WS-STP-DD.
           MOVE ZERO TO WS-MST-COUNT.
           SET WS-MST-MISSING TO TRUE.
           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.

           OPEN INPUT PND-MST-FILE.
           IF PND-MST-OK
               SET WS-MST-PRESENT TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2831-COUNT-ONE-PENDING
                   THRU 2831-COUNT-ONE-PENDING-EXIT
                   UNTIL WS-EOF
               CLOSE PND-MST-FILE
           END-IF.

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

           PERFORM 2890-JUDGE-CARRIED-MASTER
               THRU 2890-JUDGE-CARRIED-MASTER-EXIT.

       2830-CHECK-PENDING-MASTER-EXIT.
           EXIT.

      *================================================================
       2831-COUNT-ONE-PENDING.
      *================================================================
           READ PND-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2831-COUNT-ONE-PENDING-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

       2831-COUNT-ONE-PENDING-EXIT.
           EXIT.

      *================================================================
       2840-CHECK-ACK-PENDING.
      *================================================================
           MOVE "ACKPEND " TO WS-MST-ID.
           MOVE "ACKSTMP " TO WS-STP-DD.
           MOVE ZERO TO WS-MST-COUNT.
           SET WS-MST-MISSING TO TRUE.
           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.

           OPEN INPUT ACK-PEND-FILE.
           IF ACK-PEND-OK
               SET WS-MST-PRESENT TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2841-COUNT-ONE-ACK-PENDING
                   THRU 2841-COUNT-ONE-ACK-PENDING-EXIT
                   UNTIL WS-EOF
               CLOSE ACK-PEND-FILE
           END-IF.

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

           PERFORM 2890-JUDGE-CARRIED-MASTER
               THRU 2890-JUDGE-CARRIED-MASTER-EXIT.

       2840-CHECK-ACK-PENDING-EXIT.
           EXIT.

      *================================================================
       2841-COUNT-ONE-ACK-PENDING.
      *================================================================
           READ ACK-PEND-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2841-COUNT-ONE-ACK-PENDING-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

       2841-COUNT-ONE-ACK-PENDING-EXIT.
           EXIT.

      *================================================================
       2850-CHECK-SCHEDULED-MASTER.
      *================================================================
           MOVE "SCHMST  " TO WS-MST-ID.
           MOVE "SCHSTMP " TO WS-STP-DD.
           MOVE ZERO TO WS-MST-COUNT.
           SET WS-MST-MISSING TO TRUE.
           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.

           OPEN INPUT SCH-MST-FILE.
           IF SCH-MST-OK
               SET WS-MST-PRESENT TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2851-COUNT-ONE-SCHEDULED
                   THRU 2851-COUNT-ONE-SCHEDULED-EXIT
                   UNTIL WS-EOF
               CLOSE SCH-MST-FILE
           END-IF.

           OPEN INPUT SCH-STMP-FILE.
           IF SCH-STMP-OK
               READ SCH-STMP-FILE INTO CARRY-STAMP-RECORD
                   AT END
                       CONTINUE
               END-READ
               IF SCH-STMP-OK
                   SET WS-STP-PRESENT TO TRUE
               END-IF
               CLOSE SCH-STMP-FILE
           END-IF.

           PERFORM 2890-JUDGE-CARRIED-MASTER
               THRU 2890-JUDGE-CARRIED-MASTER-EXIT.

       2850-CHECK-SCHEDULED-MASTER-EXIT.
           EXIT.

      *================================================================
       2851-COUNT-ONE-SCHEDULED.
      *================================================================
           READ SCH-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2851-COUNT-ONE-SCHEDULED-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

       2851-COUNT-ONE-SCHEDULED-EXIT.
           EXIT.

      *================================================================
       2860-CHECK-TRANSMISSION-LOG.
      *================================================================
           MOVE "XMTMST  " TO WS-MST-ID.
           MOVE "XMTSTMP " TO WS-STP-DD.
           MOVE ZERO TO WS-MST-COUNT.
           SET WS-MST-MISSING TO TRUE.
           SET WS-STP-MISSING TO TRUE.
           MOVE SPACES TO CARRY-STAMP-RECORD.

           OPEN INPUT XMT-MST-FILE.
           IF XMT-MST-OK
               SET WS-MST-PRESENT TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM 2861-COUNT-ONE-TRANSMISSION
                   THRU 2861-COUNT-ONE-TRANSMISSION-EXIT
                   UNTIL WS-EOF
               CLOSE XMT-MST-FILE
           END-IF.

           OPEN INPUT XMT-STMP-FILE.
           IF XMT-STMP-OK
               READ XMT-STMP-FILE INTO CARRY-STAMP-RECORD
                   AT END
                       CONTINUE
               END-READ
               IF XMT-STMP-OK
                   SET WS-STP-PRESENT TO TRUE
               END-IF
               CLOSE XMT-STMP-FILE
           END-IF.

           PERFORM 2890-JUDGE-CARRIED-MASTER
               THRU 2890-JUDGE-CARRIED-MASTER-EXIT.

       2860-CHECK-TRANSMISSION-LOG-EXIT.
           EXIT.

      *================================================================
       2861-COUNT-ONE-TRANSMISSION.
      *================================================================
           READ XMT-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2861-COUNT-ONE-TRANSMISSION-EXIT
           END-READ.

           ADD 1 TO WS-MST-COUNT.

       2861-COUNT-ONE-TRANSMISSION-EXIT.
           EXIT.

      *================================================================
       2890-JUDGE-CARRIED-MASTER.
      *----------------------------------------------------------------
      * ONE RULE FOR ALL THE CARRIED MASTERS.  THE STAMP PROVES THE
      * GENERATION ON THE DD IS THE ONE THE LAST BUSINESS DAY'S RUN
      * WROTE, THAT THE RUN ENDED CLEAN, AND THAT NO ROWS WERE LOST
      * OR ADDED SINCE.  AN EMPTY MASTER IS A VALID POPULATION WHEN
      * ITS STAMP SAYS ZERO ROWS.
      *================================================================
           MOVE WS-MST-ID TO WS-RDY-FILE.
           MOVE WS-MST-COUNT TO WS-RDY-COUNT.
           SET WS-LINE-NOT-READY TO TRUE.
           MOVE SPACES TO WS-RDY-DETAIL.

           IF WS-MST-MISSING
               MOVE "MISSING" TO WS-RDY-DETAIL
               GO TO 2890-WRITE-LINE
           END-IF.

           IF WS-STP-MISSING
               STRING "NO STAMP ON " DELIMITED BY SIZE
                      WS-STP-DD DELIMITED BY SPACE
                      INTO WS-RDY-DETAIL
               END-STRING
               GO TO 2890-WRITE-LINE
           END-IF.

           IF CFS-MASTER-ID NOT = WS-MST-ID
               STRING "STAMP IS FOR " DELIMITED BY SIZE
                      CFS-MASTER-ID DELIMITED BY SPACE
                      INTO WS-RDY-DETAIL
               END-STRING
               GO TO 2890-WRITE-LINE
           END-IF.

           IF NOT CFS-COMPLETE
               STRING "STAMP SAYS " DELIMITED BY SIZE
                      CFS-PROGRAM DELIMITED BY SPACE
                      " DID NOT END CLEAN" DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
               GO TO 2890-WRITE-LINE
           END-IF.

           IF CFS-RUN-DATE NOT NUMERIC OR
              CFS-RECORD-COUNT NOT NUMERIC
               MOVE "STAMP DATE OR COUNT NOT NUMERIC" TO WS-RDY-DETAIL
               GO TO 2890-WRITE-LINE
           END-IF.

           IF CFS-RUN-DATE NOT = WS-PRV-BUS-DATE
               STRING "STAMP DATED " DELIMITED BY SIZE
                      CFS-RUN-DATE DELIMITED BY SIZE
                      ", EXPECTED " DELIMITED BY SIZE
                      WS-PRV-BUS-DATE DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
               GO TO 2890-WRITE-LINE
           END-IF.

           IF CFS-RECORD-COUNT NOT = WS-MST-COUNT
               MOVE CFS-RECORD-COUNT TO WS-EDIT-COUNT
               STRING "STAMP COUNT" DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                      " DOES NOT MATCH" DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
               GO TO 2890-WRITE-LINE
           END-IF.

           SET WS-LINE-READY TO TRUE.
           IF WS-MST-COUNT = ZERO
               STRING "EMPTY, " DELIMITED BY SIZE
                      CFS-PROGRAM DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CFS-RUN-DATE DELIMITED BY SIZE
                      " STAMP AGREES" DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
           ELSE
               STRING "WRITTEN BY " DELIMITED BY SIZE
                      CFS-PROGRAM DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      CFS-RUN-DATE DELIMITED BY SIZE
                      INTO WS-RDY-DETAIL
               END-STRING
           END-IF.

       2890-WRITE-LINE.
           PERFORM 2900-WRITE-READY-LINE
               THRU 2900-WRITE-READY-LINE-EXIT.

       2890-JUDGE-CARRIED-MASTER-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-READY-LINE.
      *----------------------------------------------------------------
      * ONE LINE ON RDYRPT FROM WS-RDY-FILE, WS-RDY-COUNT AND
      * WS-RDY-DETAIL.  A NOT-READY LINE HOLDS THE STREAM.
      *================================================================
           MOVE SPACES         TO RDY-LINE.
           MOVE WS-RDY-FILE    TO RDY-FILE.
           MOVE WS-RDY-COUNT   TO RDY-COUNT.
           MOVE WS-RDY-DETAIL  TO RDY-DETAIL.
           ADD 1 TO WS-FILE-COUNT.

           IF WS-LINE-READY
               MOVE "READY    " TO RDY-STATUS
           ELSE
               MOVE "NOT READY" TO RDY-STATUS
               SET WS-STREAM-NOT-READY TO TRUE
               ADD 1 TO WS-NOT-READY-COUNT
               DISPLAY "TE036RDY - " WS-RDY-FILE " NOT READY: "
                       WS-RDY-DETAIL
           END-IF.

           WRITE RDY-LINE.
           IF NOT RDY-RPT-OK
               DISPLAY "TE036RDY - WRITE ERROR ON RDYRPT  FILE="
                       WS-RDY-FILE "  STATUS=" WS-RDY-RPT-STATUS
           END-IF.

       2900-WRITE-READY-LINE-EXIT.
           EXIT.

      *================================================================
       2950-JUDGE-TABLE-LOAD.
      *----------------------------------------------------------------
      * A CONTROL TABLE IS READY WITH AT LEAST ONE USABLE ROW AND NO
      * MORE THAN ITS LOADER HOLDS (WS-TABLE-MAX, SET BY THE
      * CALLER).  COUNTS COME FROM WS-READ-COUNT AND WS-GOOD-COUNT.
      *================================================================
           MOVE WS-GOOD-COUNT TO WS-RDY-COUNT.
           MOVE SPACES TO WS-RDY-DETAIL.

           EVALUATE TRUE
               WHEN WS-READ-COUNT = ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "EMPTY" TO WS-RDY-DETAIL
               WHEN WS-GOOD-COUNT = ZERO
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE "NO USABLE ROWS" TO WS-RDY-DETAIL
               WHEN WS-GOOD-COUNT > WS-TABLE-MAX
                   SET WS-LINE-NOT-READY TO TRUE
                   MOVE WS-TABLE-MAX TO WS-EDIT-COUNT
                   STRING "MORE THAN" DELIMITED BY SIZE
                          WS-EDIT-COUNT DELIMITED BY SIZE
                          " USABLE ROWS" DELIMITED BY SIZE
                          INTO WS-RDY-DETAIL
                   END-STRING
               WHEN WS-GOOD-COUNT < WS-READ-COUNT
                   COMPUTE WS-BAD-COUNT = WS-READ-COUNT - WS-GOOD-COUNT
                   MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
                   STRING WS-EDIT-COUNT DELIMITED BY SIZE
                          " ROW(S) DROPPED BY THE LOAD EDITS"
                              DELIMITED BY SIZE
                          INTO WS-RDY-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "ALL ROWS USABLE" TO WS-RDY-DETAIL
           END-EVALUATE.

       2950-JUDGE-TABLE-LOAD-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-FATAL
               DISPLAY "TE036RDY - RUN FAILED, HOLD THE STREAM"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-TERMINATE-EXIT
           END-IF.

           MOVE SPACES TO RDY-LINE.
           WRITE RDY-LINE.
           MOVE "STREAM  " TO WS-RDY-FILE.
           MOVE WS-NOT-READY-COUNT TO WS-RDY-COUNT.
           IF WS-STREAM-READY
               MOVE "EVERY FILE READY" TO WS-RDY-DETAIL
           ELSE
               MOVE "FILE(S) NOT READY, HOLD THE STREAM"
                   TO WS-RDY-DETAIL
           END-IF.
           MOVE SPACES         TO RDY-LINE.
           MOVE WS-RDY-FILE    TO RDY-FILE.
           MOVE WS-RDY-COUNT   TO RDY-COUNT.
           MOVE WS-RDY-DETAIL  TO RDY-DETAIL.
           IF WS-STREAM-READY
               MOVE "READY    " TO RDY-STATUS
           ELSE
               MOVE "NOT READY" TO RDY-STATUS
           END-IF.
           WRITE RDY-LINE.

           CLOSE RDY-RPT-FILE.

           DISPLAY "TE036RDY - FILES CHECKED    : " WS-FILE-COUNT.
           DISPLAY "TE036RDY - FILES NOT READY  : " WS-NOT-READY-COUNT.

           IF WS-STREAM-NOT-READY
               DISPLAY "TE036RDY - STREAM NOT READY, HOLD THE STREAM"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TE036RDY - STREAM READY"
               MOVE ZERO TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
