      *================================================================
      * PROGRAM-ID : TE041DQS
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * MONTHLY DATA-QUALITY SCORECARD BY FEEDING SOURCE SYSTEM.
      * WHAT WE KNOW ABOUT A SOURCE'S DATA IS SPREAD OVER A DOZEN
      * NIGHTLY FILES, SO WHEN WE MET A SOURCE'S OWNERS WE HAD
      * NOTHING TO HAND THEM.  THIS MONTH-END STEP PULLS IT TOGETHER
      * BY TEST-SRC-SYS-CD FOR THE MONTH ON THE DQSCTL CARD (CCYYMM
      * IN COLUMNS 1-6; NO CARD MEANS THE MONTH BEFORE THE RUN DATE,
      * THE JOB NORMALLY RUNNING JUST AFTER THE MONTH CLOSES).
      * THE JOB CONCATENATES THE MONTH'S NIGHTLY GENERATIONS OF:
      *   ADDRSLT   TE012ADD OUTCOMES -- SUBMITTED, ACCEPTED AND
      *             REJECTED ADDS, AND THE ACCEPTANCE RATE.
      *   ADDSUSP   TE012ADD REJECTS    } REJECT REASONS, COUNTED
      *   DELSUSP   TE025DEL REJECTS    } AND RANKED BY FREQUENCY.
      *   SUSPCLR   TE010RCY CLEARANCES -- SUSPENSE ITEMS THAT LEFT
      *             SUSPMST, WITH BUSINESS DAYS HELD (TE041CLR).
      *   HLDCLR    TE023HMG CLEARANCES -- HOLDS RELEASED/REJECTED.
      *             EACH ALSO CARRIES TE037ORS'S SUSPXCLR / HLDXCLR
      *             ROWS -- ITEMS SWEPT OFF WHEN THE ENTITY CLOSED.
      * AND READS THE MONTH-END GENERATION OF:
      *   SUSPMST   SUSPENSE STILL OPEN (TE010SUS).
      *   HLDMST    HOLDS STILL OPEN (TE023HLD).
      *   ACKPEND   ADD REJECTS THE SENDER HAS NOT YET CLEARED.
      * SUSPENSE IS BROKEN DOWN BY SUSP-EDIT-SOURCE: ENTERED IN THE
      * MONTH (FIRST REJECTED IN IT, WHETHER STILL OPEN OR CLEARED),
      * CLEARED IN THE MONTH WITH THE AVERAGE BUSINESS DAYS TO
      * CLEAR, AND OPEN AT MONTH END.  HOLDS TRIGGERED ARE THOSE
      * FIRST HELD IN THE MONTH, OPEN OR SINCE CLEARED.  LAST MONTH'S
      * EXTRACT (DQSPRV) GIVES THE PRIOR-MONTH COMPARISON; IF IT IS
      * MISSING OR FOR ANOTHER MONTH THE CARD SAYS SO AND GOES ON.
      * OUTPUTS:
      *   DQSRPT    THE PRINTED SCORECARD, ONE BLOCK PER SOURCE.
      *   DQSNEW    THE WHOLE EXTRACT (TE041DQX), NEXT MONTH'S DQSPRV.
      *   DQSSRC1-4 EACH SOURCE'S ROWS ON THE FEED ITS ACKCTL CARD
      *             NAMES, SENT WITH THAT FEED'S ACKSRC1-4 RETURNS.  A
      *             SOURCE WITH NO ACKCTL CARD IS SCORED AND PRINTED
      *             BUT NOT SENT -- THE CARD SAYS SO.
      * A MISSING INPUT OR A FULL TABLE STOPS THE RUN WITH RETURN
      * CODE 8 RATHER THAN HAND A SOURCE A SHORT SCORECARD.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *   2026-10-15  DP   TE012ADD LIKELY-DUPLICATE REJECTS COUNTED
      *                    UNDER ONE REASON, NOT ONE PER MATCHED KEY.
      *   2026-10-15  DP   SUSPCLR / HLDCLR CONCATENATIONS NOW TAKE
      *                    THE TE037ORS SWEEP'S CLEARANCE ROWS TOO.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE041DQS.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQC-CTL-FILE ASSIGN TO "DQSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQC-CTL-STATUS.

           SELECT ACK-CTL-FILE ASSIGN TO "ACKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-CTL-STATUS.

           SELECT DQS-PRV-FILE ASSIGN TO "DQSPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-PRV-STATUS.

           SELECT ADD-RSLT-FILE ASSIGN TO "ADDRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADD-RSLT-STATUS.

           SELECT ADD-SUSP-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADD-SUSP-STATUS.

           SELECT DEL-SUSP-FILE ASSIGN TO "DELSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEL-SUSP-STATUS.

           SELECT SUSP-CLR-FILE ASSIGN TO "SUSPCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-CLR-STATUS.

           SELECT SUSP-MST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-MST-STATUS.

           SELECT HLD-CLR-FILE ASSIGN TO "HLDCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-CLR-STATUS.

           SELECT HLD-MST-FILE ASSIGN TO "HLDMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-MST-STATUS.

           SELECT ACK-PEND-FILE ASSIGN TO "ACKPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-PEND-STATUS.

           SELECT DQS-RPT-FILE ASSIGN TO "DQSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-RPT-STATUS.

           SELECT DQS-NEW-FILE ASSIGN TO "DQSNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-NEW-STATUS.

           SELECT DQS-SRC1-FILE ASSIGN TO "DQSSRC1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-SRC1-STATUS.

           SELECT DQS-SRC2-FILE ASSIGN TO "DQSSRC2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-SRC2-STATUS.

           SELECT DQS-SRC3-FILE ASSIGN TO "DQSSRC3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-SRC3-STATUS.

           SELECT DQS-SRC4-FILE ASSIGN TO "DQSSRC4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQS-SRC4-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * DQSCTL -- ONE OPTIONAL CARD: THE MONTH TO SCORE, CCYYMM.
      *----------------------------------------------------------------
       FD  DQC-CTL-FILE
           RECORDING MODE IS F.
       01  DQC-CTL-RECORD.
           03 DQC-MONTH                 PIC 9(06).
           03 DQC-MONTH-X REDEFINES DQC-MONTH.
              05 DQC-MONTH-CCYY         PIC 9(04).
              05 DQC-MONTH-MM           PIC 9(02).
           03 FILLER                    PIC X(74).

      *----------------------------------------------------------------
      * ACKCTL AS TE030ACK READS IT: SOURCE CODE AND FEED NUMBER.
      *----------------------------------------------------------------
       FD  ACK-CTL-FILE
           RECORDING MODE IS F.
       01  ACK-CTL-RECORD.
           03 CTL-SRC-SYS               PIC X(04).
           03 CTL-FEED-NO               PIC 9(01).
           03 FILLER                    PIC X(75).

       FD  DQS-PRV-FILE
           RECORDING MODE IS F.
           COPY "TE041DQX.cpy"
               REPLACING DQ-EXTRACT-RECORD BY DQ-PRV-RECORD.

      *----------------------------------------------------------------
      * ADDRSLT AS TE012ADD WRITES IT.
      *----------------------------------------------------------------
       FD  ADD-RSLT-FILE
           RECORDING MODE IS F.
       01  RSL-RECORD.
           03 RSL-KEY                   PIC X(12).
           03 RSL-SRC-SYS               PIC X(04).
           03 RSL-STATUS                PIC X(01).
              88 RSL-ACCEPTED                      VALUE "A".
              88 RSL-REJECTED                      VALUE "R".
           03 RSL-REASON                PIC X(40).
           03 FILLER                    PIC X(23).

      *----------------------------------------------------------------
      * ADDSUSP AS TE012ADD WRITES IT.
      *----------------------------------------------------------------
       FD  ADD-SUSP-FILE
           RECORDING MODE IS F.
       01  ASUSP-LINE.
           03 ASUSP-KEY                 PIC X(12).
           03 FILLER                    PIC X(02).
           03 ASUSP-COMP                PIC X(10).
           03 FILLER                    PIC X(02).
           03 ASUSP-SRC-SYS             PIC X(04).
           03 FILLER                    PIC X(02).
           03 ASUSP-REASON              PIC X(40).

      *----------------------------------------------------------------
      * DELSUSP AS TE025DEL WRITES IT.
      *----------------------------------------------------------------
       FD  DEL-SUSP-FILE
           RECORDING MODE IS F.
       01  DSUSP-LINE.
           03 DSUSP-KEY                 PIC X(12).
           03 FILLER                    PIC X(02).
           03 DSUSP-SRC-SYS             PIC X(04).
           03 FILLER                    PIC X(02).
           03 DSUSP-REASON              PIC X(40).

       FD  SUSP-CLR-FILE
           RECORDING MODE IS F.
           COPY "TE041CLR.cpy"
               REPLACING CLEARANCE-RECORD BY SUSP-CLR-RECORD.

       FD  SUSP-MST-FILE
           RECORDING MODE IS F.
           COPY "TE010SUS.cpy".

       FD  HLD-CLR-FILE
           RECORDING MODE IS F.
           COPY "TE041CLR.cpy"
               REPLACING CLEARANCE-RECORD BY HOLD-CLR-RECORD.

       FD  HLD-MST-FILE
           RECORDING MODE IS F.
           COPY "TE023HLD.cpy".

       FD  ACK-PEND-FILE
           RECORDING MODE IS F.
           COPY "TE030APN.cpy".

      *----------------------------------------------------------------
      * DQSRPT -- THE PRINTED SCORECARD.  EVERY LINE CARRIES ITS
      * SOURCE AND MONTH SO A SOURCE'S BLOCK CAN BE CUT OUT AND
      * HANDED OVER ON ITS OWN; THE DETAIL IS BUILT IN ONE OF THE
      * WS-DTL- SHAPES BELOW.
      *----------------------------------------------------------------
       FD  DQS-RPT-FILE
           RECORDING MODE IS F.
       01  DRP-LINE.
           03 DRP-SRC-SYS               PIC X(04).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-MONTH                 PIC 9(06).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-ITEM                  PIC X(20).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 DRP-DETAIL                PIC X(96).

       FD  DQS-NEW-FILE
           RECORDING MODE IS F.
       01  DQS-NEW-RECORD               PIC X(150).

       FD  DQS-SRC1-FILE
           RECORDING MODE IS F.
       01  DQS1-RECORD                  PIC X(150).

       FD  DQS-SRC2-FILE
           RECORDING MODE IS F.
       01  DQS2-RECORD                  PIC X(150).

       FD  DQS-SRC3-FILE
           RECORDING MODE IS F.
       01  DQS3-RECORD                  PIC X(150).

       FD  DQS-SRC4-FILE
           RECORDING MODE IS F.
       01  DQS4-RECORD                  PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-DQC-CTL-STATUS            PIC X(02).
           88 DQC-CTL-OK                          VALUE "00".

       01  WS-ACK-CTL-STATUS            PIC X(02).
           88 ACK-CTL-OK                          VALUE "00".

       01  WS-DQS-PRV-STATUS            PIC X(02).
           88 DQS-PRV-OK                          VALUE "00".

       01  WS-ADD-RSLT-STATUS           PIC X(02).
           88 ADD-RSLT-OK                         VALUE "00".

       01  WS-ADD-SUSP-STATUS           PIC X(02).
           88 ADD-SUSP-OK                         VALUE "00".

       01  WS-DEL-SUSP-STATUS           PIC X(02).
           88 DEL-SUSP-OK                         VALUE "00".

       01  WS-SUSP-CLR-STATUS           PIC X(02).
           88 SUSP-CLR-OK                         VALUE "00".

       01  WS-SUSP-MST-STATUS           PIC X(02).
           88 SUSP-MST-OK                         VALUE "00".

       01  WS-HLD-CLR-STATUS            PIC X(02).
           88 HLD-CLR-OK                          VALUE "00".

       01  WS-HLD-MST-STATUS            PIC X(02).
           88 HLD-MST-OK                          VALUE "00".

       01  WS-ACK-PEND-STATUS           PIC X(02).
           88 ACK-PEND-OK                         VALUE "00".

       01  WS-DQS-RPT-STATUS            PIC X(02).
           88 DQS-RPT-OK                          VALUE "00".

       01  WS-DQS-NEW-STATUS            PIC X(02).
           88 DQS-NEW-OK                          VALUE "00".

       01  WS-DQS-SRC1-STATUS           PIC X(02).
           88 DQS-SRC1-OK                         VALUE "00".

       01  WS-DQS-SRC2-STATUS           PIC X(02).
           88 DQS-SRC2-OK                         VALUE "00".

       01  WS-DQS-SRC3-STATUS           PIC X(02).
           88 DQS-SRC3-OK                         VALUE "00".

       01  WS-DQS-SRC4-STATUS           PIC X(02).
           88 DQS-SRC4-OK                         VALUE "00".

       01  WS-EOF-SW                    PIC X(01).
           88 WS-EOF                               VALUE "Y".
           88 WS-NOT-EOF                           VALUE "N".

       01  WS-CTL-EOF-SW                PIC X(01).
           88 WS-CTL-EOF                           VALUE "Y".
           88 WS-CTL-NOT-EOF                       VALUE "N".

       01  WS-PRV-SW                    PIC X(01).
           88 WS-PRV-ON-FILE                       VALUE "Y".
           88 WS-PRV-NOT-ON-FILE                   VALUE "N".

       01  WS-RANK-SW                   PIC X(01).
           88 WS-RANK-DONE                         VALUE "Y".
           88 WS-RANK-NOT-DONE                     VALUE "N".

       01  WS-FATAL-SW                  PIC X(01).
           88 WS-FATAL-ERROR                       VALUE "Y".
           88 WS-NO-FATAL-ERROR                    VALUE "N".

       01  WS-RUN-OK-SW                 PIC X(01).
           88 WS-RUN-CLEAN                         VALUE "Y".
           88 WS-RUN-FAILED                        VALUE "N".

       01  WS-COUNTERS.
           03 WS-RSLT-READ-COUNT        PIC 9(09) COMP.
           03 WS-ASUSP-READ-COUNT       PIC 9(09) COMP.
           03 WS-DSUSP-READ-COUNT       PIC 9(09) COMP.
           03 WS-SCLR-READ-COUNT        PIC 9(09) COMP.
           03 WS-SCLR-USED-COUNT        PIC 9(09) COMP.
           03 WS-SUSP-READ-COUNT        PIC 9(09) COMP.
           03 WS-HCLR-READ-COUNT        PIC 9(09) COMP.
           03 WS-HCLR-USED-COUNT        PIC 9(09) COMP.
           03 WS-HOLD-READ-COUNT        PIC 9(09) COMP.
           03 WS-APND-READ-COUNT        PIC 9(09) COMP.
           03 WS-UNKNOWN-EDIT-COUNT     PIC 9(09) COMP.
           03 WS-SENT-SOURCE-COUNT      PIC 9(09) COMP.
           03 WS-UNSENT-SOURCE-COUNT    PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE MONTH BEING SCORED AND THE MONTH BEFORE IT, AND A DATE
      * OFF AN INPUT ROW BROKEN DOWN TO ITS MONTH FOR THE TEST.
      *----------------------------------------------------------------
       01  WS-CURRENT-DATE              PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           03 WS-CURRENT-CCYYMM         PIC 9(06).
           03 FILLER                    PIC 9(02).

       01  WS-SCORE-MONTH               PIC 9(06).
       01  WS-PRIOR-MONTH               PIC 9(06).

       01  WS-STEP-MONTH                PIC 9(06).
       01  WS-STEP-MONTH-X REDEFINES WS-STEP-MONTH.
           03 WS-STEP-CCYY              PIC 9(04).
           03 WS-STEP-MM                PIC 9(02).

       01  WS-CHECK-DATE                PIC 9(08).
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           03 WS-CHECK-CCYYMM           PIC 9(06).
           03 FILLER                    PIC 9(02).

      *----------------------------------------------------------------
      * THE SOURCE-TO-FEED MAP OFF ACKCTL (SAME LIMIT AS TE030ACK).
      *----------------------------------------------------------------
       77  WS-MAP-MAX                   PIC 9(02) COMP VALUE 20.

       01  WS-MAP-COUNT                 PIC 9(02) COMP.

       01  WS-MAP-TABLE.
           03 WS-MAP-ENTRY OCCURS 20 TIMES.
              05 WS-MAP-SRC-SYS         PIC X(04).
              05 WS-MAP-FEED-NO         PIC 9(01).

       01  WS-MAP-SUB                   PIC 9(02) COMP.
       01  WS-MAP-HIT-SUB               PIC 9(02) COMP.

      *----------------------------------------------------------------
      * THE SUSPENSE EDIT SOURCES, IN SCORECARD ORDER.  ARRY IS THE
      * ARRAY-CONTENT EDIT (TE035ARR).
      *----------------------------------------------------------------
       77  WS-EDIT-MAX                  PIC 9(01) COMP VALUE 4.

       01  WS-EDIT-NAME-VALUES.
           03 FILLER                    PIC X(04) VALUE "DATE".
           03 FILLER                    PIC X(04) VALUE "COMP".
           03 FILLER                    PIC X(04) VALUE "AMNT".
           03 FILLER                    PIC X(04) VALUE "ARRY".

       01  WS-EDIT-NAME-TABLE REDEFINES WS-EDIT-NAME-VALUES.
           03 WS-EDIT-NAME              PIC X(04) OCCURS 4 TIMES.

       01  WS-EDIT-SUB                  PIC 9(01) COMP.
       01  WS-EDIT-HIT-SUB              PIC 9(01) COMP.
       01  WS-LOOKUP-EDIT-SOURCE        PIC X(04).

      *----------------------------------------------------------------
      * ONE ENTRY PER SOURCE SYSTEM SEEN THIS MONTH OR LAST, KEPT IN
      * SOURCE-CODE ORDER FOR THE PRINTED CARD.  AN OVERFULL TABLE
      * STOPS THE RUN.
      *----------------------------------------------------------------
       77  WS-SRC-MAX                   PIC 9(02) COMP VALUE 50.

       01  WS-SRC-COUNT                 PIC 9(02) COMP.

       01  WS-SRC-TABLE.
           03 WS-SRC-ENTRY OCCURS 50 TIMES.
              05 WS-SRC-SYS             PIC X(04).
              05 WS-SRC-SUBMITTED       PIC 9(09) COMP.
              05 WS-SRC-ACCEPTED        PIC 9(09) COMP.
              05 WS-SRC-REJECTED        PIC 9(09) COMP.
              05 WS-SRC-DEL-REJECTED    PIC 9(09) COMP.
              05 WS-SRC-SUSP-OPEN       PIC 9(09) COMP.
              05 WS-SRC-HOLDS-TRIGGERED PIC 9(09) COMP.
              05 WS-SRC-HOLDS-OPEN      PIC 9(09) COMP.
              05 WS-SRC-ACK-OPEN        PIC 9(09) COMP.
              05 WS-SRC-EDIT OCCURS 4 TIMES.
                 07 WS-SRC-EDS-ENTERED  PIC 9(09) COMP.
                 07 WS-SRC-EDS-CLEARED  PIC 9(09) COMP.
                 07 WS-SRC-EDS-DAYS     PIC 9(11) COMP.
                 07 WS-SRC-EDS-OPEN     PIC 9(09) COMP.
              05 WS-SRC-PRV-FOUND       PIC X(01).
                 88 WS-SRC-HAS-PRIOR               VALUE "Y".
              05 WS-SRC-PRV-SUBMITTED   PIC 9(09) COMP.
              05 WS-SRC-PRV-ACCEPT-PCT  PIC 9(03)V99 COMP-3.
              05 WS-SRC-PRV-OPEN-TOTAL  PIC 9(09) COMP.

       01  WS-SRC-SUB                   PIC 9(02) COMP.
       01  WS-SRC-HIT-SUB               PIC 9(02) COMP.
       01  WS-SRC-POS-SUB               PIC 9(02) COMP.
       01  WS-SRC-FROM-SUB              PIC 9(02) COMP.
       01  WS-SRC-TO-SUB                PIC 9(02) COMP.
       01  WS-LOOKUP-SRC-SYS            PIC X(04).

      *----------------------------------------------------------------
      * REJECT REASONS BY SOURCE AND FILE, COUNTED AS READ AND RANKED
      * PER SOURCE AT PRINT TIME.
      *----------------------------------------------------------------
       77  WS-RSN-MAX                   PIC 9(04) COMP VALUE 1000.

       01  WS-RSN-COUNT                 PIC 9(04) COMP.

       01  WS-RSN-TABLE.
           03 WS-RSN-ENTRY OCCURS 1000 TIMES.
              05 WS-RSN-SRC-SYS         PIC X(04).
              05 WS-RSN-FILE            PIC X(08).
              05 WS-RSN-TEXT            PIC X(40).
              05 WS-RSN-TALLY           PIC 9(09) COMP.
              05 WS-RSN-RANKED-SW       PIC X(01).
                 88 WS-RSN-RANKED                  VALUE "Y".

       01  WS-RSN-SUB                   PIC 9(04) COMP.
       01  WS-RSN-HIT-SUB               PIC 9(04) COMP.
       01  WS-RSN-BEST-SUB              PIC 9(04) COMP.
       01  WS-RSN-RANK                  PIC 9(03) COMP.
       01  WS-RSN-RANK-DISP             PIC 9(03).
       01  WS-LOOKUP-RSN-FILE           PIC X(08).
       01  WS-LOOKUP-RSN-TEXT           PIC X(40).

      *----------------------------------------------------------------
      * ONE SOURCE'S FIGURES AS SCORED, FOR THE CARD AND THE EXTRACT.
      *----------------------------------------------------------------
       01  WS-SCORE-FIGURES.
           03 WS-SCR-ACCEPT-PCT         PIC 9(03)V99 COMP-3.
           03 WS-SCR-SUSP-ENTERED       PIC 9(09) COMP.
           03 WS-SCR-SUSP-CLEARED       PIC 9(09) COMP.
           03 WS-SCR-SUSP-DAYS          PIC 9(11) COMP.
           03 WS-SCR-AVG-DAYS           PIC 9(04)V9 COMP-3.
           03 WS-SCR-OPEN-TOTAL         PIC 9(09) COMP.
           03 WS-SCR-ALL-REJECTS        PIC 9(09) COMP.
           03 WS-SCR-RSN-PCT            PIC 9(03)V99 COMP-3.
           03 WS-SCR-CHG-SUBMITTED      PIC S9(09) COMP.
           03 WS-SCR-CHG-ACCEPT-PCT     PIC S9(03)V99 COMP-3.
           03 WS-SCR-CHG-OPEN-TOTAL     PIC S9(09) COMP.

      *----------------------------------------------------------------
      * PER-FILE CONTROL FIGURES FOR THE EXTRACT TRAILERS.  ENTRY 1
      * IS DQSNEW (FEED ZERO), ENTRIES 2-5 ARE DQSSRC1-4.
      *----------------------------------------------------------------
       01  WS-FEED-COUNTS.
           03 WS-FEED-ENTRY OCCURS 5 TIMES.
              05 WS-FEED-SOURCES        PIC 9(05) COMP.
              05 WS-FEED-ROWS           PIC 9(09) COMP.

       01  WS-FEED-NO                   PIC 9(01) COMP.
       01  WS-FEED-SUB                  PIC 9(01) COMP.
       01  WS-SRC-FEED-NO               PIC 9(01) COMP.
       01  WS-FEED-NO-DISP              PIC 9(01).

      *----------------------------------------------------------------
      * THE EXTRACT ROW BEING BUILT, MOVED TO EACH FILE'S RECORD BY
      * 2910-WRITE-EXTRACT-FILE.
      *----------------------------------------------------------------
       COPY "TE041DQX.cpy".

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
      * THE DQSRPT DETAIL SHAPES.
      *----------------------------------------------------------------
       01  WS-DTL-TEXT                  PIC X(96).

       01  WS-DTL-SUBMIT.
           03 FILLER                    PIC X(10) VALUE "SUBMITTED ".
           03 WS-DSB-SUBMITTED          PIC Z(08)9.
           03 FILLER                    PIC X(11) VALUE
                                             "  ACCEPTED ".
           03 WS-DSB-ACCEPTED           PIC Z(08)9.
           03 FILLER                    PIC X(11) VALUE
                                             "  REJECTED ".
           03 WS-DSB-REJECTED           PIC Z(08)9.
           03 FILLER                    PIC X(11) VALUE
                                             "  ACCEPT % ".
           03 WS-DSB-ACCEPT-PCT         PIC ZZ9.99.

       01  WS-DTL-COUNT.
           03 WS-DCT-COUNT              PIC Z(08)9.

       01  WS-DTL-EDIT.
           03 FILLER                    PIC X(08) VALUE "ENTERED ".
           03 WS-DED-ENTERED            PIC Z(08)9.
           03 FILLER                    PIC X(10) VALUE
                                             "  CLEARED ".
           03 WS-DED-CLEARED            PIC Z(08)9.
           03 FILLER                    PIC X(20) VALUE
                                             "  AVG DAYS TO CLEAR ".
           03 WS-DED-AVG-DAYS           PIC ZZZ9.9.
           03 FILLER                    PIC X(07) VALUE "  OPEN ".
           03 WS-DED-OPEN               PIC Z(08)9.

       01  WS-DTL-REASON.
           03 WS-DRS-FILE               PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-DRS-TEXT               PIC X(40).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-DRS-COUNT              PIC Z(08)9.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-DRS-PCT                PIC ZZ9.99.
           03 FILLER                    PIC X(01) VALUE "%".

       01  WS-DTL-OPEN.
           03 FILLER                    PIC X(09) VALUE "SUSPENSE ".
           03 WS-DOP-SUSP-OPEN          PIC Z(08)9.
           03 FILLER                    PIC X(08) VALUE "  HOLDS ".
           03 WS-DOP-HOLDS-OPEN         PIC Z(08)9.
           03 FILLER                    PIC X(14) VALUE
                                             "  ACK PENDING ".
           03 WS-DOP-ACK-OPEN           PIC Z(08)9.
           03 FILLER                    PIC X(08) VALUE "  TOTAL ".
           03 WS-DOP-OPEN-TOTAL         PIC Z(08)9.

       01  WS-DTL-PRIOR.
           03 FILLER                    PIC X(10) VALUE "SUBMITTED ".
           03 WS-DPR-SUBMITTED          PIC Z(08)9.
           03 FILLER                    PIC X(11) VALUE
                                             "  ACCEPT % ".
           03 WS-DPR-ACCEPT-PCT         PIC ZZ9.99.
           03 FILLER                    PIC X(07) VALUE "  OPEN ".
           03 WS-DPR-OPEN-TOTAL         PIC Z(08)9.

       01  WS-DTL-CHANGE.
           03 FILLER                    PIC X(10) VALUE "SUBMITTED ".
           03 WS-DCH-SUBMITTED          PIC -(08)9.
           03 FILLER                    PIC X(11) VALUE
                                             "  ACCEPT % ".
           03 WS-DCH-ACCEPT-PCT         PIC -ZZ9.99.
           03 FILLER                    PIC X(07) VALUE "  OPEN ".
           03 WS-DCH-OPEN-TOTAL         PIC -(08)9.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NO-FATAL-ERROR
               PERFORM 2000-TALLY-ADD-RESULTS
                   THRU 2000-TALLY-ADD-RESULTS-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2050-TALLY-ADD-REJECTS
                   THRU 2050-TALLY-ADD-REJECTS-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2100-TALLY-DELETE-REJECTS
                   THRU 2100-TALLY-DELETE-REJECTS-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2150-TALLY-SUSPENSE-CLEARED
                   THRU 2150-TALLY-SUSPENSE-CLEARED-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2200-TALLY-SUSPENSE-OPEN
                   THRU 2200-TALLY-SUSPENSE-OPEN-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2250-TALLY-HOLDS-CLEARED
                   THRU 2250-TALLY-HOLDS-CLEARED-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2300-TALLY-HOLDS-OPEN
                   THRU 2300-TALLY-HOLDS-OPEN-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2350-TALLY-ACK-PENDING
                   THRU 2350-TALLY-ACK-PENDING-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 1300-LOAD-PRIOR-SCORECARD
                   THRU 1300-LOAD-PRIOR-SCORECARD-EXIT
           END-IF.

           IF WS-NO-FATAL-ERROR
               PERFORM 2500-SCORE-ONE-SOURCE
                   THRU 2500-SCORE-ONE-SOURCE-EXIT
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               PERFORM 2700-WRITE-TRAILERS
                   THRU 2700-WRITE-TRAILERS-EXIT
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           SET WS-NO-FATAL-ERROR TO TRUE.
           SET WS-RUN-CLEAN TO TRUE.
           SET WS-PRV-NOT-ON-FILE TO TRUE.
           INITIALIZE WS-COUNTERS
                      WS-FEED-COUNTS.
           MOVE ZERO TO WS-SRC-COUNT
                        WS-RSN-COUNT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-READ-MONTH-CARD
               THRU 1100-READ-MONTH-CARD-EXIT.

           MOVE WS-SCORE-MONTH TO WS-STEP-MONTH.
           PERFORM 1150-STEP-BACK-ONE-MONTH
               THRU 1150-STEP-BACK-ONE-MONTH-EXIT.
           MOVE WS-STEP-MONTH TO WS-PRIOR-MONTH.

           DISPLAY "TE041DQS - SCORING MONTH " WS-SCORE-MONTH
                   ", PRIOR MONTH " WS-PRIOR-MONTH.

           PERFORM 1200-LOAD-FEED-MAP
               THRU 1200-LOAD-FEED-MAP-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DQS-RPT-FILE.
           IF NOT DQS-RPT-OK
               DISPLAY "TE041DQS - OPEN ERROR ON DQSRPT  STATUS="
                       WS-DQS-RPT-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           OPEN OUTPUT DQS-NEW-FILE
                       DQS-SRC1-FILE
                       DQS-SRC2-FILE
                       DQS-SRC3-FILE
                       DQS-SRC4-FILE.
           IF NOT DQS-NEW-OK OR NOT DQS-SRC1-OK OR
              NOT DQS-SRC2-OK OR NOT DQS-SRC3-OK OR
              NOT DQS-SRC4-OK
               DISPLAY "TE041DQS - OPEN ERROR ON AN EXTRACT FILE"
               DISPLAY "TE041DQS - NEW=" WS-DQS-NEW-STATUS
                       " SRC1=" WS-DQS-SRC1-STATUS
                       " SRC2=" WS-DQS-SRC2-STATUS
                       " SRC3=" WS-DQS-SRC3-STATUS
                       " SRC4=" WS-DQS-SRC4-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1400-WRITE-ONE-HEADER
               THRU 1400-WRITE-ONE-HEADER-EXIT
               VARYING WS-FEED-NO FROM 0 BY 1
               UNTIL WS-FEED-NO > 4.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-READ-MONTH-CARD.
      *----------------------------------------------------------------
      * A MISSING OR UNUSABLE CARD SCORES THE MONTH BEFORE THE RUN
      * DATE.
      *================================================================
           MOVE WS-CURRENT-CCYYMM TO WS-STEP-MONTH.
           PERFORM 1150-STEP-BACK-ONE-MONTH
               THRU 1150-STEP-BACK-ONE-MONTH-EXIT.
           MOVE WS-STEP-MONTH TO WS-SCORE-MONTH.

           OPEN INPUT DQC-CTL-FILE.
           IF NOT DQC-CTL-OK
               DISPLAY "TE041DQS - NO PARAMETER CARD ON DQSCTL, "
                       "SCORING THE MONTH BEFORE THE RUN DATE"
               GO TO 1100-READ-MONTH-CARD-EXIT
           END-IF.

           READ DQC-CTL-FILE
               AT END
                   DISPLAY "TE041DQS - EMPTY PARAMETER CARD, "
                           "SCORING THE MONTH BEFORE THE RUN DATE"
                   CLOSE DQC-CTL-FILE
                   GO TO 1100-READ-MONTH-CARD-EXIT
           END-READ.

           CLOSE DQC-CTL-FILE.

           IF DQC-MONTH NOT NUMERIC OR
              DQC-MONTH-MM < 1 OR DQC-MONTH-MM > 12
               DISPLAY "TE041DQS - PARAMETER CARD UNUSABLE, "
                       "SCORING THE MONTH BEFORE THE RUN DATE"
               GO TO 1100-READ-MONTH-CARD-EXIT
           END-IF.

           MOVE DQC-MONTH TO WS-SCORE-MONTH.

       1100-READ-MONTH-CARD-EXIT.
           EXIT.

      *================================================================
       1150-STEP-BACK-ONE-MONTH.
      *================================================================
           IF WS-STEP-MM > 1
               SUBTRACT 1 FROM WS-STEP-MM
           ELSE
               MOVE 12 TO WS-STEP-MM
               SUBTRACT 1 FROM WS-STEP-CCYY
           END-IF.

       1150-STEP-BACK-ONE-MONTH-EXIT.
           EXIT.

      *================================================================
       1200-LOAD-FEED-MAP.
      *----------------------------------------------------------------
      * THE SAME MAP TE030ACK SENDS THE NIGHTLY RETURNS BY; WITHOUT
      * IT NO SOURCE'S EXTRACT COULD BE ROUTED, SO IT STOPS THE RUN.
      *================================================================
           SET WS-CTL-NOT-EOF TO TRUE.
           MOVE ZERO TO WS-MAP-COUNT.

           OPEN INPUT ACK-CTL-FILE.
           IF NOT ACK-CTL-OK
               DISPLAY "TE041DQS - NO CONTROL CARDS ON ACKCTL, "
                       "RUN STOPPED  STATUS=" WS-ACK-CTL-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1200-LOAD-FEED-MAP-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-MAP-CARD
               THRU 1210-LOAD-ONE-MAP-CARD-EXIT
               UNTIL WS-CTL-EOF.

           CLOSE ACK-CTL-FILE.

           IF WS-FATAL-ERROR
               GO TO 1200-LOAD-FEED-MAP-EXIT
           END-IF.

           IF WS-MAP-COUNT = ZERO
               DISPLAY "TE041DQS - ACKCTL IS EMPTY, RUN STOPPED"
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1200-LOAD-FEED-MAP-EXIT
           END-IF.

           DISPLAY "TE041DQS - SOURCE MAPPINGS LOADED: "
                   WS-MAP-COUNT.

       1200-LOAD-FEED-MAP-EXIT.
           EXIT.

      *================================================================
       1210-LOAD-ONE-MAP-CARD.
      *================================================================
           READ ACK-CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-MAP-CARD-EXIT
           END-READ.

           IF CTL-SRC-SYS = SPACES
               DISPLAY "TE041DQS - MAP CARD DROPPED, SOURCE BLANK"
               GO TO 1210-LOAD-ONE-MAP-CARD-EXIT
           END-IF.

           IF CTL-FEED-NO NOT NUMERIC OR
              CTL-FEED-NO < 1 OR CTL-FEED-NO > 4
               DISPLAY "TE041DQS - MAP CARD DROPPED, FEED NOT 1-4, "
                       "SOURCE=" CTL-SRC-SYS
               GO TO 1210-LOAD-ONE-MAP-CARD-EXIT
           END-IF.

           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY "TE041DQS - MORE THAN " WS-MAP-MAX
                       " MAP CARDS, RUN STOPPED"
               SET WS-CTL-EOF TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               GO TO 1210-LOAD-ONE-MAP-CARD-EXIT
           END-IF.

           ADD 1 TO WS-MAP-COUNT.
           MOVE WS-MAP-COUNT TO WS-MAP-SUB.

           MOVE CTL-SRC-SYS TO WS-MAP-SRC-SYS (WS-MAP-SUB).
           MOVE CTL-FEED-NO TO WS-MAP-FEED-NO (WS-MAP-SUB).

       1210-LOAD-ONE-MAP-CARD-EXIT.
           EXIT.

      *================================================================
       1300-LOAD-PRIOR-SCORECARD.
      *----------------------------------------------------------------
      * LAST MONTH'S DQSNEW.  THE FIRST MONTH THERE IS NONE, AND A
      * GENERATION FOR ANY MONTH BUT THE ONE BEFORE IS NOT COMPARED
      * AGAINST -- EITHER WAY THE CARD SHOWS NO PRIOR MONTH.
      *================================================================
           OPEN INPUT DQS-PRV-FILE.
           IF NOT DQS-PRV-OK
               DISPLAY "TE041DQS - NO PRIOR SCORECARD ON DQSPRV, "
                       "NO MONTH-ON-MONTH COMPARISON"
               GO TO 1300-LOAD-PRIOR-SCORECARD-EXIT
           END-IF.

           READ DQS-PRV-FILE
               AT END
                   DISPLAY "TE041DQS - PRIOR SCORECARD IS EMPTY, "
                           "NO MONTH-ON-MONTH COMPARISON"
                   CLOSE DQS-PRV-FILE
                   GO TO 1300-LOAD-PRIOR-SCORECARD-EXIT
           END-READ.

           IF NOT DQX-HEADER OF DQ-PRV-RECORD OR
              DQX-MONTH OF DQ-PRV-RECORD NOT = WS-PRIOR-MONTH
               DISPLAY "TE041DQS - PRIOR SCORECARD IS NOT FOR "
                       WS-PRIOR-MONTH ", NO MONTH-ON-MONTH "
                       "COMPARISON"
               CLOSE DQS-PRV-FILE
               GO TO 1300-LOAD-PRIOR-SCORECARD-EXIT
           END-IF.

           SET WS-PRV-ON-FILE TO TRUE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM 1310-LOAD-ONE-PRIOR-ROW
               THRU 1310-LOAD-ONE-PRIOR-ROW-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE DQS-PRV-FILE.

       1300-LOAD-PRIOR-SCORECARD-EXIT.
           EXIT.

      *================================================================
       1310-LOAD-ONE-PRIOR-ROW.
      *================================================================
           READ DQS-PRV-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1310-LOAD-ONE-PRIOR-ROW-EXIT
           END-READ.

           IF NOT DQX-SUMMARY OF DQ-PRV-RECORD
               GO TO 1310-LOAD-ONE-PRIOR-ROW-EXIT
           END-IF.

           MOVE DQX-SRC-SYS OF DQ-PRV-RECORD TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 1310-LOAD-ONE-PRIOR-ROW-EXIT
           END-IF.

           MOVE "Y" TO WS-SRC-PRV-FOUND (WS-SRC-HIT-SUB).
           MOVE DQX-SUBMITTED OF DQ-PRV-RECORD
                      TO WS-SRC-PRV-SUBMITTED (WS-SRC-HIT-SUB).
           MOVE DQX-ACCEPT-PCT OF DQ-PRV-RECORD
                      TO WS-SRC-PRV-ACCEPT-PCT (WS-SRC-HIT-SUB).
           MOVE DQX-OPEN-TOTAL OF DQ-PRV-RECORD
                      TO WS-SRC-PRV-OPEN-TOTAL (WS-SRC-HIT-SUB).

       1310-LOAD-ONE-PRIOR-ROW-EXIT.
           EXIT.

      *================================================================
       1400-WRITE-ONE-HEADER.
      *================================================================
           MOVE SPACES          TO DQ-EXTRACT-RECORD.
           SET DQX-HEADER OF DQ-EXTRACT-RECORD TO TRUE.
           MOVE SPACES          TO DQX-SRC-SYS OF DQ-EXTRACT-RECORD.
           MOVE WS-SCORE-MONTH  TO DQX-MONTH OF DQ-EXTRACT-RECORD.
           MOVE WS-CURRENT-DATE TO DQX-RUN-DATE OF DQ-EXTRACT-RECORD.
           MOVE WS-FEED-NO      TO DQX-FEED-NO OF DQ-EXTRACT-RECORD.

           PERFORM 2910-WRITE-EXTRACT-FILE
               THRU 2910-WRITE-EXTRACT-FILE-EXIT.

       1400-WRITE-ONE-HEADER-EXIT.
           EXIT.

      *================================================================
       2000-TALLY-ADD-RESULTS.
      *----------------------------------------------------------------
      * EVERY ADD SUBMITTED IN THE MONTH, WITH ITS OUTCOME.  THE
      * REASONS ARE TAKEN FROM ADDSUSP BELOW, NOT FROM HERE, SO AN
      * ADD REJECT IS NEVER RANKED TWICE.
      *================================================================
           OPEN INPUT ADD-RSLT-FILE.
           IF NOT ADD-RSLT-OK
               DISPLAY "TE041DQS - OPEN ERROR ON ADDRSLT  STATUS="
                       WS-ADD-RSLT-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2000-TALLY-ADD-RESULTS-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2010-TALLY-ONE-ADD-RESULT
               THRU 2010-TALLY-ONE-ADD-RESULT-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE ADD-RSLT-FILE.

       2000-TALLY-ADD-RESULTS-EXIT.
           EXIT.

      *================================================================
       2010-TALLY-ONE-ADD-RESULT.
      *================================================================
           READ ADD-RSLT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2010-TALLY-ONE-ADD-RESULT-EXIT
           END-READ.

           ADD 1 TO WS-RSLT-READ-COUNT.

           MOVE RSL-SRC-SYS TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2010-TALLY-ONE-ADD-RESULT-EXIT
           END-IF.

           ADD 1 TO WS-SRC-SUBMITTED (WS-SRC-HIT-SUB).
           IF RSL-ACCEPTED
               ADD 1 TO WS-SRC-ACCEPTED (WS-SRC-HIT-SUB)
           ELSE
               ADD 1 TO WS-SRC-REJECTED (WS-SRC-HIT-SUB)
           END-IF.

       2010-TALLY-ONE-ADD-RESULT-EXIT.
           EXIT.

      *================================================================
       2050-TALLY-ADD-REJECTS.
      *================================================================
           OPEN INPUT ADD-SUSP-FILE.
           IF NOT ADD-SUSP-OK
               DISPLAY "TE041DQS - OPEN ERROR ON ADDSUSP  STATUS="
                       WS-ADD-SUSP-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2050-TALLY-ADD-REJECTS-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2060-TALLY-ONE-ADD-REJECT
               THRU 2060-TALLY-ONE-ADD-REJECT-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE ADD-SUSP-FILE.

       2050-TALLY-ADD-REJECTS-EXIT.
           EXIT.

      *================================================================
       2060-TALLY-ONE-ADD-REJECT.
      *================================================================
           READ ADD-SUSP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2060-TALLY-ONE-ADD-REJECT-EXIT
           END-READ.

           ADD 1 TO WS-ASUSP-READ-COUNT.

           MOVE ASUSP-SRC-SYS TO WS-LOOKUP-SRC-SYS.
           MOVE "ADDSUSP "    TO WS-LOOKUP-RSN-FILE.
           MOVE ASUSP-REASON  TO WS-LOOKUP-RSN-TEXT.

      *----------------------------------------------------------------
      * TE012ADD QUOTES THE MATCHED KEY IN A LIKELY-DUPLICATE REJECT;
      * ONE REASON ROW COUNTS THEM ALL.
      *----------------------------------------------------------------
           IF ASUSP-REASON (1:20) = "LIKELY DUPLICATE OF "
               MOVE "LIKELY DUPLICATE OF AN EXISTING KEY"
                                  TO WS-LOOKUP-RSN-TEXT
           END-IF.

           PERFORM 2430-COUNT-REASON
               THRU 2430-COUNT-REASON-EXIT.

       2060-TALLY-ONE-ADD-REJECT-EXIT.
           EXIT.

      *================================================================
       2100-TALLY-DELETE-REJECTS.
      *================================================================
           OPEN INPUT DEL-SUSP-FILE.
           IF NOT DEL-SUSP-OK
               DISPLAY "TE041DQS - OPEN ERROR ON DELSUSP  STATUS="
                       WS-DEL-SUSP-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2100-TALLY-DELETE-REJECTS-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2110-TALLY-ONE-DELETE-REJECT
               THRU 2110-TALLY-ONE-DELETE-REJECT-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE DEL-SUSP-FILE.

       2100-TALLY-DELETE-REJECTS-EXIT.
           EXIT.

      *================================================================
       2110-TALLY-ONE-DELETE-REJECT.
      *================================================================
           READ DEL-SUSP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2110-TALLY-ONE-DELETE-REJECT-EXIT
           END-READ.

           ADD 1 TO WS-DSUSP-READ-COUNT.

           MOVE DSUSP-SRC-SYS TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2110-TALLY-ONE-DELETE-REJECT-EXIT
           END-IF.

           ADD 1 TO WS-SRC-DEL-REJECTED (WS-SRC-HIT-SUB).

           MOVE "DELSUSP "    TO WS-LOOKUP-RSN-FILE.
           MOVE DSUSP-REASON  TO WS-LOOKUP-RSN-TEXT.
           PERFORM 2430-COUNT-REASON
               THRU 2430-COUNT-REASON-EXIT.

       2110-TALLY-ONE-DELETE-REJECT-EXIT.
           EXIT.

      *================================================================
       2150-TALLY-SUSPENSE-CLEARED.
      *----------------------------------------------------------------
      * SUSPENSE ITEMS THAT LEFT SUSPMST IN THE MONTH.  A ROW FIRST
      * REJECTED IN THE MONTH ALSO COUNTS AS ENTERED -- IT IS NO
      * LONGER ON THE MONTH-END SUSPMST TO BE COUNTED THERE.
      *================================================================
           OPEN INPUT SUSP-CLR-FILE.
           IF NOT SUSP-CLR-OK
               DISPLAY "TE041DQS - OPEN ERROR ON SUSPCLR  STATUS="
                       WS-SUSP-CLR-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2150-TALLY-SUSPENSE-CLEARED-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2160-TALLY-ONE-SUSP-CLEARANCE
               THRU 2160-TALLY-ONE-SUSP-CLEARANCE-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE SUSP-CLR-FILE.

       2150-TALLY-SUSPENSE-CLEARED-EXIT.
           EXIT.

      *================================================================
       2160-TALLY-ONE-SUSP-CLEARANCE.
      *================================================================
           READ SUSP-CLR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2160-TALLY-ONE-SUSP-CLEARANCE-EXIT
           END-READ.

           ADD 1 TO WS-SCLR-READ-COUNT.

           MOVE CLR-CLEARED-DATE OF SUSP-CLR-RECORD TO WS-CHECK-DATE.
           IF WS-CHECK-CCYYMM NOT = WS-SCORE-MONTH
               GO TO 2160-TALLY-ONE-SUSP-CLEARANCE-EXIT
           END-IF.

           ADD 1 TO WS-SCLR-USED-COUNT.

           MOVE CLR-SRC-SYS OF SUSP-CLR-RECORD TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2160-TALLY-ONE-SUSP-CLEARANCE-EXIT
           END-IF.

           MOVE CLR-EDIT-SOURCE OF SUSP-CLR-RECORD
                                     TO WS-LOOKUP-EDIT-SOURCE.
           PERFORM 2440-FIND-EDIT-SOURCE
               THRU 2440-FIND-EDIT-SOURCE-EXIT.

           IF WS-EDIT-HIT-SUB = ZERO
               GO TO 2160-TALLY-ONE-SUSP-CLEARANCE-EXIT
           END-IF.

           ADD 1 TO WS-SRC-EDS-CLEARED (WS-SRC-HIT-SUB,
                                         WS-EDIT-HIT-SUB).
           ADD CLR-BUS-DAYS OF SUSP-CLR-RECORD
                 TO WS-SRC-EDS-DAYS (WS-SRC-HIT-SUB, WS-EDIT-HIT-SUB).

           MOVE CLR-FIRST-DATE OF SUSP-CLR-RECORD TO WS-CHECK-DATE.
           IF WS-CHECK-CCYYMM = WS-SCORE-MONTH
               ADD 1 TO WS-SRC-EDS-ENTERED (WS-SRC-HIT-SUB,
                                             WS-EDIT-HIT-SUB)
           END-IF.

       2160-TALLY-ONE-SUSP-CLEARANCE-EXIT.
           EXIT.

      *================================================================
       2200-TALLY-SUSPENSE-OPEN.
      *================================================================
           OPEN INPUT SUSP-MST-FILE.
           IF NOT SUSP-MST-OK
               DISPLAY "TE041DQS - OPEN ERROR ON SUSPMST  STATUS="
                       WS-SUSP-MST-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2200-TALLY-SUSPENSE-OPEN-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2210-TALLY-ONE-SUSPENSE
               THRU 2210-TALLY-ONE-SUSPENSE-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE SUSP-MST-FILE.

       2200-TALLY-SUSPENSE-OPEN-EXIT.
           EXIT.

      *================================================================
       2210-TALLY-ONE-SUSPENSE.
      *================================================================
           READ SUSP-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-TALLY-ONE-SUSPENSE-EXIT
           END-READ.

           ADD 1 TO WS-SUSP-READ-COUNT.

           MOVE SUSP-ENR-IMAGE TO TEST-ENR-IMG.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-IMG TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2210-TALLY-ONE-SUSPENSE-EXIT
           END-IF.

           ADD 1 TO WS-SRC-SUSP-OPEN (WS-SRC-HIT-SUB).

           MOVE SUSP-EDIT-SOURCE TO WS-LOOKUP-EDIT-SOURCE.
           PERFORM 2440-FIND-EDIT-SOURCE
               THRU 2440-FIND-EDIT-SOURCE-EXIT.

           IF WS-EDIT-HIT-SUB = ZERO
               GO TO 2210-TALLY-ONE-SUSPENSE-EXIT
           END-IF.

           ADD 1 TO WS-SRC-EDS-OPEN (WS-SRC-HIT-SUB, WS-EDIT-HIT-SUB).

           MOVE SUSP-FIRST-REJ-DATE TO WS-CHECK-DATE.
           IF WS-CHECK-CCYYMM = WS-SCORE-MONTH
               ADD 1 TO WS-SRC-EDS-ENTERED (WS-SRC-HIT-SUB,
                                             WS-EDIT-HIT-SUB)
           END-IF.

       2210-TALLY-ONE-SUSPENSE-EXIT.
           EXIT.

      *================================================================
       2250-TALLY-HOLDS-CLEARED.
      *----------------------------------------------------------------
      * HOLDS RELEASED OR REJECTED IN THE MONTH.  ONLY THOSE FIRST
      * HELD IN THE MONTH COUNT -- AS TRIGGERED; THE REST WERE
      * TRIGGERED IN AN EARLIER MONTH.
      *================================================================
           OPEN INPUT HLD-CLR-FILE.
           IF NOT HLD-CLR-OK
               DISPLAY "TE041DQS - OPEN ERROR ON HLDCLR  STATUS="
                       WS-HLD-CLR-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2250-TALLY-HOLDS-CLEARED-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2260-TALLY-ONE-HOLD-CLEARANCE
               THRU 2260-TALLY-ONE-HOLD-CLEARANCE-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE HLD-CLR-FILE.

       2250-TALLY-HOLDS-CLEARED-EXIT.
           EXIT.

      *================================================================
       2260-TALLY-ONE-HOLD-CLEARANCE.
      *================================================================
           READ HLD-CLR-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2260-TALLY-ONE-HOLD-CLEARANCE-EXIT
           END-READ.

           ADD 1 TO WS-HCLR-READ-COUNT.

           MOVE CLR-CLEARED-DATE OF HOLD-CLR-RECORD TO WS-CHECK-DATE.
           IF WS-CHECK-CCYYMM NOT = WS-SCORE-MONTH
               GO TO 2260-TALLY-ONE-HOLD-CLEARANCE-EXIT
           END-IF.

           MOVE CLR-FIRST-DATE OF HOLD-CLR-RECORD TO WS-CHECK-DATE.
           IF WS-CHECK-CCYYMM NOT = WS-SCORE-MONTH
               GO TO 2260-TALLY-ONE-HOLD-CLEARANCE-EXIT
           END-IF.

           ADD 1 TO WS-HCLR-USED-COUNT.

           MOVE CLR-SRC-SYS OF HOLD-CLR-RECORD TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2260-TALLY-ONE-HOLD-CLEARANCE-EXIT
           END-IF.

           ADD 1 TO WS-SRC-HOLDS-TRIGGERED (WS-SRC-HIT-SUB).

       2260-TALLY-ONE-HOLD-CLEARANCE-EXIT.
           EXIT.

      *================================================================
       2300-TALLY-HOLDS-OPEN.
      *================================================================
           OPEN INPUT HLD-MST-FILE.
           IF NOT HLD-MST-OK
               DISPLAY "TE041DQS - OPEN ERROR ON HLDMST  STATUS="
                       WS-HLD-MST-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2300-TALLY-HOLDS-OPEN-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2310-TALLY-ONE-HOLD
               THRU 2310-TALLY-ONE-HOLD-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE HLD-MST-FILE.

       2300-TALLY-HOLDS-OPEN-EXIT.
           EXIT.

      *================================================================
       2310-TALLY-ONE-HOLD.
      *================================================================
           READ HLD-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-TALLY-ONE-HOLD-EXIT
           END-READ.

           ADD 1 TO WS-HOLD-READ-COUNT.

           MOVE HLD-ENR-IMAGE TO TEST-ENR-IMG.
           MOVE TEST-SRC-SYS-CD OF TEST-ENR-IMG TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2310-TALLY-ONE-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-SRC-HOLDS-OPEN (WS-SRC-HIT-SUB).

           MOVE HLD-FIRST-HELD-DATE TO WS-CHECK-DATE.
           IF WS-CHECK-CCYYMM = WS-SCORE-MONTH
               ADD 1 TO WS-SRC-HOLDS-TRIGGERED (WS-SRC-HIT-SUB)
           END-IF.

       2310-TALLY-ONE-HOLD-EXIT.
           EXIT.

      *================================================================
       2350-TALLY-ACK-PENDING.
      *================================================================
           OPEN INPUT ACK-PEND-FILE.
           IF NOT ACK-PEND-OK
               DISPLAY "TE041DQS - OPEN ERROR ON ACKPEND  STATUS="
                       WS-ACK-PEND-STATUS
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2350-TALLY-ACK-PENDING-EXIT
           END-IF.

           SET WS-NOT-EOF TO TRUE.
           PERFORM 2360-TALLY-ONE-ACK-PENDING
               THRU 2360-TALLY-ONE-ACK-PENDING-EXIT
               UNTIL WS-EOF OR WS-FATAL-ERROR.

           CLOSE ACK-PEND-FILE.

       2350-TALLY-ACK-PENDING-EXIT.
           EXIT.

      *================================================================
       2360-TALLY-ONE-ACK-PENDING.
      *================================================================
           READ ACK-PEND-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2360-TALLY-ONE-ACK-PENDING-EXIT
           END-READ.

           ADD 1 TO WS-APND-READ-COUNT.

           MOVE APN-SRC-SYS TO WS-LOOKUP-SRC-SYS.
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2360-TALLY-ONE-ACK-PENDING-EXIT
           END-IF.

           ADD 1 TO WS-SRC-ACK-OPEN (WS-SRC-HIT-SUB).

       2360-TALLY-ONE-ACK-PENDING-EXIT.
           EXIT.

      *================================================================
       2400-FIND-SOURCE.
      *----------------------------------------------------------------
      * FINDS WS-LOOKUP-SRC-SYS ON THE SOURCE TABLE, ADDING IT IN
      * CODE ORDER IF IT IS NEW.  WS-SRC-HIT-SUB COMES BACK SET.
      *================================================================
           MOVE ZERO TO WS-SRC-POS-SUB.

           PERFORM 2410-PLACE-ONE-SOURCE
               THRU 2410-PLACE-ONE-SOURCE-EXIT
               VARYING WS-SRC-HIT-SUB FROM 1 BY 1
               UNTIL WS-SRC-HIT-SUB > WS-SRC-COUNT
                  OR WS-SRC-POS-SUB > ZERO.

           IF WS-SRC-POS-SUB > ZERO
               IF WS-SRC-SYS (WS-SRC-POS-SUB) = WS-LOOKUP-SRC-SYS
                   MOVE WS-SRC-POS-SUB TO WS-SRC-HIT-SUB
                   GO TO 2400-FIND-SOURCE-EXIT
               END-IF
           ELSE
               COMPUTE WS-SRC-POS-SUB = WS-SRC-COUNT + 1
           END-IF.

           IF WS-SRC-COUNT >= WS-SRC-MAX
               DISPLAY "TE041DQS - MORE THAN " WS-SRC-MAX
                       " SOURCE SYSTEMS, RUN STOPPED"
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2400-FIND-SOURCE-EXIT
           END-IF.

           PERFORM 2420-SHIFT-ONE-SOURCE
               THRU 2420-SHIFT-ONE-SOURCE-EXIT
               VARYING WS-SRC-FROM-SUB FROM WS-SRC-COUNT BY -1
               UNTIL WS-SRC-FROM-SUB < WS-SRC-POS-SUB.

           ADD 1 TO WS-SRC-COUNT.
           MOVE WS-SRC-POS-SUB TO WS-SRC-HIT-SUB.

           INITIALIZE WS-SRC-ENTRY (WS-SRC-HIT-SUB).
           MOVE WS-LOOKUP-SRC-SYS TO WS-SRC-SYS (WS-SRC-HIT-SUB).
           MOVE "N"               TO WS-SRC-PRV-FOUND (WS-SRC-HIT-SUB).

       2400-FIND-SOURCE-EXIT.
           EXIT.

      *================================================================
       2410-PLACE-ONE-SOURCE.
      *================================================================
           IF WS-SRC-SYS (WS-SRC-HIT-SUB) NOT < WS-LOOKUP-SRC-SYS
               MOVE WS-SRC-HIT-SUB TO WS-SRC-POS-SUB
           END-IF.

       2410-PLACE-ONE-SOURCE-EXIT.
           EXIT.

      *================================================================
       2420-SHIFT-ONE-SOURCE.
      *================================================================
           COMPUTE WS-SRC-TO-SUB = WS-SRC-FROM-SUB + 1.
           MOVE WS-SRC-ENTRY (WS-SRC-FROM-SUB)
                                   TO WS-SRC-ENTRY (WS-SRC-TO-SUB).

       2420-SHIFT-ONE-SOURCE-EXIT.
           EXIT.

      *================================================================
       2430-COUNT-REASON.
      *----------------------------------------------------------------
      * ONE REJECT AGAINST WS-LOOKUP-SRC-SYS, WS-LOOKUP-RSN-FILE AND
      * WS-LOOKUP-RSN-TEXT.  THE SOURCE IS ADDED TOO IF IT IS NEW.
      *================================================================
           PERFORM 2400-FIND-SOURCE
               THRU 2400-FIND-SOURCE-EXIT.

           IF WS-FATAL-ERROR
               GO TO 2430-COUNT-REASON-EXIT
           END-IF.

           MOVE ZERO TO WS-RSN-HIT-SUB.

           PERFORM 2435-MATCH-ONE-REASON
               THRU 2435-MATCH-ONE-REASON-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT
                  OR WS-RSN-HIT-SUB > ZERO.

           IF WS-RSN-HIT-SUB > ZERO
               ADD 1 TO WS-RSN-TALLY (WS-RSN-HIT-SUB)
               GO TO 2430-COUNT-REASON-EXIT
           END-IF.

           IF WS-RSN-COUNT >= WS-RSN-MAX
               DISPLAY "TE041DQS - MORE THAN " WS-RSN-MAX
                       " DISTINCT REJECT REASONS, RUN STOPPED"
               SET WS-FATAL-ERROR TO TRUE
               GO TO 2430-COUNT-REASON-EXIT
           END-IF.

           ADD 1 TO WS-RSN-COUNT.
           MOVE WS-RSN-COUNT       TO WS-RSN-SUB.
           MOVE WS-LOOKUP-SRC-SYS  TO WS-RSN-SRC-SYS (WS-RSN-SUB).
           MOVE WS-LOOKUP-RSN-FILE TO WS-RSN-FILE (WS-RSN-SUB).
           MOVE WS-LOOKUP-RSN-TEXT TO WS-RSN-TEXT (WS-RSN-SUB).
           MOVE 1                  TO WS-RSN-TALLY (WS-RSN-SUB).
           MOVE "N"                TO WS-RSN-RANKED-SW (WS-RSN-SUB).

       2430-COUNT-REASON-EXIT.
           EXIT.

      *================================================================
       2435-MATCH-ONE-REASON.
      *================================================================
           IF WS-RSN-SRC-SYS (WS-RSN-SUB) = WS-LOOKUP-SRC-SYS AND
              WS-RSN-FILE (WS-RSN-SUB)    = WS-LOOKUP-RSN-FILE AND
              WS-RSN-TEXT (WS-RSN-SUB)    = WS-LOOKUP-RSN-TEXT
               MOVE WS-RSN-SUB TO WS-RSN-HIT-SUB
           END-IF.

       2435-MATCH-ONE-REASON-EXIT.
           EXIT.

      *================================================================
       2440-FIND-EDIT-SOURCE.
      *----------------------------------------------------------------
      * AN EDIT SOURCE THE SCORECARD DOES NOT KNOW IS COUNTED IN THE
      * SOURCE'S OPEN TOTAL BUT HAS NO LINE OF ITS OWN; IT IS NAMED
      * ON THE CONSOLE SO THE TABLE ABOVE CAN BE EXTENDED.
      *================================================================
           MOVE ZERO TO WS-EDIT-HIT-SUB.

           PERFORM 2445-MATCH-ONE-EDIT-SOURCE
               THRU 2445-MATCH-ONE-EDIT-SOURCE-EXIT
               VARYING WS-EDIT-SUB FROM 1 BY 1
               UNTIL WS-EDIT-SUB > WS-EDIT-MAX
                  OR WS-EDIT-HIT-SUB > ZERO.

           IF WS-EDIT-HIT-SUB = ZERO
               ADD 1 TO WS-UNKNOWN-EDIT-COUNT
               DISPLAY "TE041DQS - UNKNOWN SUSPENSE EDIT SOURCE "
                       WS-LOOKUP-EDIT-SOURCE " FOR SOURCE "
                       WS-LOOKUP-SRC-SYS
           END-IF.

       2440-FIND-EDIT-SOURCE-EXIT.
           EXIT.

      *================================================================
       2445-MATCH-ONE-EDIT-SOURCE.
      *================================================================
           IF WS-EDIT-NAME (WS-EDIT-SUB) = WS-LOOKUP-EDIT-SOURCE
               MOVE WS-EDIT-SUB TO WS-EDIT-HIT-SUB
           END-IF.

       2445-MATCH-ONE-EDIT-SOURCE-EXIT.
           EXIT.

      *================================================================
       2500-SCORE-ONE-SOURCE.
      *----------------------------------------------------------------
      * ONE SOURCE'S BLOCK ON THE CARD, AND ITS ROWS ON THE EXTRACT:
      * SUMMARY, ONE LINE PER EDIT SOURCE, THE RANKED REASONS, THE
      * PRIOR-MONTH COMPARISON AND WHERE THE EXTRACT WENT.
      *================================================================
           PERFORM 2510-COMPUTE-SOURCE-FIGURES
               THRU 2510-COMPUTE-SOURCE-FIGURES-EXIT.

           PERFORM 2800-LOOKUP-FEED
               THRU 2800-LOOKUP-FEED-EXIT.

           PERFORM 2520-PRINT-SOURCE-SUMMARY
               THRU 2520-PRINT-SOURCE-SUMMARY-EXIT.

           PERFORM 2530-PRINT-ONE-EDIT-SOURCE
               THRU 2530-PRINT-ONE-EDIT-SOURCE-EXIT
               VARYING WS-EDIT-SUB FROM 1 BY 1
               UNTIL WS-EDIT-SUB > WS-EDIT-MAX.

           PERFORM 2540-RANK-SOURCE-REASONS
               THRU 2540-RANK-SOURCE-REASONS-EXIT.

           PERFORM 2570-PRINT-PRIOR-COMPARISON
               THRU 2570-PRINT-PRIOR-COMPARISON-EXIT.

           PERFORM 2580-PRINT-EXTRACT-DISPOSITION
               THRU 2580-PRINT-EXTRACT-DISPOSITION-EXIT.

       2500-SCORE-ONE-SOURCE-EXIT.
           EXIT.

      *================================================================
       2510-COMPUTE-SOURCE-FIGURES.
      *================================================================
           INITIALIZE WS-SCORE-FIGURES.

           IF WS-SRC-SUBMITTED (WS-SRC-SUB) > ZERO
               COMPUTE WS-SCR-ACCEPT-PCT ROUNDED =
                       WS-SRC-ACCEPTED (WS-SRC-SUB) * 100 /
                       WS-SRC-SUBMITTED (WS-SRC-SUB)
           END-IF.

           PERFORM 2515-ADD-ONE-EDIT-SOURCE
               THRU 2515-ADD-ONE-EDIT-SOURCE-EXIT
               VARYING WS-EDIT-SUB FROM 1 BY 1
               UNTIL WS-EDIT-SUB > WS-EDIT-MAX.

           IF WS-SCR-SUSP-CLEARED > ZERO
               COMPUTE WS-SCR-AVG-DAYS ROUNDED =
                       WS-SCR-SUSP-DAYS / WS-SCR-SUSP-CLEARED
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-SCR-AVG-DAYS
               END-COMPUTE
           END-IF.

           COMPUTE WS-SCR-OPEN-TOTAL =
                   WS-SRC-SUSP-OPEN (WS-SRC-SUB)
                 + WS-SRC-HOLDS-OPEN (WS-SRC-SUB)
                 + WS-SRC-ACK-OPEN (WS-SRC-SUB).

           COMPUTE WS-SCR-ALL-REJECTS =
                   WS-SRC-REJECTED (WS-SRC-SUB)
                 + WS-SRC-DEL-REJECTED (WS-SRC-SUB).

           IF WS-SRC-HAS-PRIOR (WS-SRC-SUB)
               COMPUTE WS-SCR-CHG-SUBMITTED =
                       WS-SRC-SUBMITTED (WS-SRC-SUB)
                     - WS-SRC-PRV-SUBMITTED (WS-SRC-SUB)
               COMPUTE WS-SCR-CHG-ACCEPT-PCT =
                       WS-SCR-ACCEPT-PCT
                     - WS-SRC-PRV-ACCEPT-PCT (WS-SRC-SUB)
               COMPUTE WS-SCR-CHG-OPEN-TOTAL =
                       WS-SCR-OPEN-TOTAL
                     - WS-SRC-PRV-OPEN-TOTAL (WS-SRC-SUB)
           END-IF.

       2510-COMPUTE-SOURCE-FIGURES-EXIT.
           EXIT.

      *================================================================
       2515-ADD-ONE-EDIT-SOURCE.
      *================================================================
           ADD WS-SRC-EDS-ENTERED (WS-SRC-SUB, WS-EDIT-SUB)
                                   TO WS-SCR-SUSP-ENTERED.
           ADD WS-SRC-EDS-CLEARED (WS-SRC-SUB, WS-EDIT-SUB)
                                   TO WS-SCR-SUSP-CLEARED.
           ADD WS-SRC-EDS-DAYS (WS-SRC-SUB, WS-EDIT-SUB)
                                   TO WS-SCR-SUSP-DAYS.

       2515-ADD-ONE-EDIT-SOURCE-EXIT.
           EXIT.

      *================================================================
       2520-PRINT-SOURCE-SUMMARY.
      *================================================================
           MOVE WS-SRC-SUBMITTED (WS-SRC-SUB) TO WS-DSB-SUBMITTED.
           MOVE WS-SRC-ACCEPTED (WS-SRC-SUB)  TO WS-DSB-ACCEPTED.
           MOVE WS-SRC-REJECTED (WS-SRC-SUB)  TO WS-DSB-REJECTED.
           MOVE WS-SCR-ACCEPT-PCT             TO WS-DSB-ACCEPT-PCT.
           MOVE "ADDS SUBMITTED"  TO DRP-ITEM.
           MOVE WS-DTL-SUBMIT     TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE WS-SRC-DEL-REJECTED (WS-SRC-SUB) TO WS-DCT-COUNT.
           MOVE "DELETES REJECTED" TO DRP-ITEM.
           MOVE WS-DTL-COUNT       TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE WS-SCR-SUSP-ENTERED           TO WS-DED-ENTERED.
           MOVE WS-SCR-SUSP-CLEARED           TO WS-DED-CLEARED.
           MOVE WS-SCR-AVG-DAYS               TO WS-DED-AVG-DAYS.
           MOVE WS-SRC-SUSP-OPEN (WS-SRC-SUB) TO WS-DED-OPEN.
           MOVE "SUSPENSE - ALL"  TO DRP-ITEM.
           MOVE WS-DTL-EDIT       TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE WS-SRC-HOLDS-TRIGGERED (WS-SRC-SUB) TO WS-DCT-COUNT.
           MOVE "HOLDS TRIGGERED" TO DRP-ITEM.
           MOVE WS-DTL-COUNT      TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE WS-SRC-SUSP-OPEN (WS-SRC-SUB)  TO WS-DOP-SUSP-OPEN.
           MOVE WS-SRC-HOLDS-OPEN (WS-SRC-SUB) TO WS-DOP-HOLDS-OPEN.
           MOVE WS-SRC-ACK-OPEN (WS-SRC-SUB)   TO WS-DOP-ACK-OPEN.
           MOVE WS-SCR-OPEN-TOTAL              TO WS-DOP-OPEN-TOTAL.
           MOVE "OPEN AT MONTH END" TO DRP-ITEM.
           MOVE WS-DTL-OPEN         TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           PERFORM 2600-EXTRACT-SUMMARY
               THRU 2600-EXTRACT-SUMMARY-EXIT.

       2520-PRINT-SOURCE-SUMMARY-EXIT.
           EXIT.

      *================================================================
       2530-PRINT-ONE-EDIT-SOURCE.
      *================================================================
           MOVE ZERO TO WS-SCR-AVG-DAYS.
           IF WS-SRC-EDS-CLEARED (WS-SRC-SUB, WS-EDIT-SUB) > ZERO
               COMPUTE WS-SCR-AVG-DAYS ROUNDED =
                       WS-SRC-EDS-DAYS (WS-SRC-SUB, WS-EDIT-SUB) /
                       WS-SRC-EDS-CLEARED (WS-SRC-SUB, WS-EDIT-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-SCR-AVG-DAYS
               END-COMPUTE
           END-IF.

           MOVE WS-SRC-EDS-ENTERED (WS-SRC-SUB, WS-EDIT-SUB)
                                   TO WS-DED-ENTERED.
           MOVE WS-SRC-EDS-CLEARED (WS-SRC-SUB, WS-EDIT-SUB)
                                   TO WS-DED-CLEARED.
           MOVE WS-SCR-AVG-DAYS    TO WS-DED-AVG-DAYS.
           MOVE WS-SRC-EDS-OPEN (WS-SRC-SUB, WS-EDIT-SUB)
                                   TO WS-DED-OPEN.
           MOVE SPACES TO DRP-ITEM.
           STRING "SUSPENSE - " DELIMITED BY SIZE
                  WS-EDIT-NAME (WS-EDIT-SUB) DELIMITED BY SIZE
               INTO DRP-ITEM
           END-STRING.
           MOVE WS-DTL-EDIT TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           PERFORM 2610-EXTRACT-EDIT-SOURCE
               THRU 2610-EXTRACT-EDIT-SOURCE-EXIT.

       2530-PRINT-ONE-EDIT-SOURCE-EXIT.
           EXIT.

      *================================================================
       2540-RANK-SOURCE-REASONS.
      *----------------------------------------------------------------
      * THE SOURCE'S REASONS, MOST FREQUENT FIRST: EACH PASS TAKES
      * THE HIGHEST COUNT NOT YET RANKED (THE FIRST SEEN ON A TIE).
      *================================================================
           MOVE ZERO TO WS-RSN-RANK.
           SET WS-RANK-NOT-DONE TO TRUE.

           PERFORM 2545-RANK-NEXT-REASON
               THRU 2545-RANK-NEXT-REASON-EXIT
               UNTIL WS-RANK-DONE.

           IF WS-RSN-RANK = ZERO
               MOVE "REJECT REASONS" TO DRP-ITEM
               MOVE "NONE THIS MONTH" TO WS-DTL-TEXT
               PERFORM 2950-WRITE-REPORT-LINE
                   THRU 2950-WRITE-REPORT-LINE-EXIT
           END-IF.

       2540-RANK-SOURCE-REASONS-EXIT.
           EXIT.

      *================================================================
       2545-RANK-NEXT-REASON.
      *================================================================
           MOVE ZERO TO WS-RSN-BEST-SUB.

           PERFORM 2550-CHECK-ONE-REASON
               THRU 2550-CHECK-ONE-REASON-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT.

           IF WS-RSN-BEST-SUB = ZERO
               SET WS-RANK-DONE TO TRUE
               GO TO 2545-RANK-NEXT-REASON-EXIT
           END-IF.

           ADD 1 TO WS-RSN-RANK.
           MOVE "Y" TO WS-RSN-RANKED-SW (WS-RSN-BEST-SUB).

           PERFORM 2560-REPORT-ONE-REASON
               THRU 2560-REPORT-ONE-REASON-EXIT.

       2545-RANK-NEXT-REASON-EXIT.
           EXIT.

      *================================================================
       2550-CHECK-ONE-REASON.
      *================================================================
           IF WS-RSN-SRC-SYS (WS-RSN-SUB) NOT = WS-SRC-SYS (WS-SRC-SUB)
              OR WS-RSN-RANKED (WS-RSN-SUB)
               GO TO 2550-CHECK-ONE-REASON-EXIT
           END-IF.

           IF WS-RSN-BEST-SUB = ZERO
               MOVE WS-RSN-SUB TO WS-RSN-BEST-SUB
               GO TO 2550-CHECK-ONE-REASON-EXIT
           END-IF.

           IF WS-RSN-TALLY (WS-RSN-SUB) >
              WS-RSN-TALLY (WS-RSN-BEST-SUB)
               MOVE WS-RSN-SUB TO WS-RSN-BEST-SUB
           END-IF.

       2550-CHECK-ONE-REASON-EXIT.
           EXIT.

      *================================================================
       2560-REPORT-ONE-REASON.
      *----------------------------------------------------------------
      * THE SHARE IS OF ALL THE SOURCE'S REJECTS, ADDS AND DELETES.
      *================================================================
           MOVE ZERO TO WS-SCR-RSN-PCT.
           IF WS-SCR-ALL-REJECTS > ZERO
               COMPUTE WS-SCR-RSN-PCT ROUNDED =
                       WS-RSN-TALLY (WS-RSN-BEST-SUB) * 100 /
                       WS-SCR-ALL-REJECTS
                   ON SIZE ERROR
                       MOVE 100 TO WS-SCR-RSN-PCT
               END-COMPUTE
           END-IF.

           MOVE WS-RSN-FILE (WS-RSN-BEST-SUB)  TO WS-DRS-FILE.
           MOVE WS-RSN-TEXT (WS-RSN-BEST-SUB)  TO WS-DRS-TEXT.
           MOVE WS-RSN-TALLY (WS-RSN-BEST-SUB) TO WS-DRS-COUNT.
           MOVE WS-SCR-RSN-PCT                 TO WS-DRS-PCT.
           MOVE WS-RSN-RANK TO WS-RSN-RANK-DISP.
           MOVE SPACES TO DRP-ITEM.
           STRING "REJECT REASON " DELIMITED BY SIZE
                  WS-RSN-RANK-DISP DELIMITED BY SIZE
               INTO DRP-ITEM
           END-STRING.
           MOVE WS-DTL-REASON TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE SPACES TO DQ-EXTRACT-RECORD.
           SET DQX-REASON OF DQ-EXTRACT-RECORD TO TRUE.
           MOVE WS-RSN-RANK    TO DQX-RSN-RANK OF DQ-EXTRACT-RECORD.
           MOVE WS-RSN-FILE (WS-RSN-BEST-SUB)
                               TO DQX-RSN-FILE OF DQ-EXTRACT-RECORD.
           MOVE WS-RSN-TEXT (WS-RSN-BEST-SUB)
                               TO DQX-RSN-TEXT OF DQ-EXTRACT-RECORD.
           MOVE WS-RSN-TALLY (WS-RSN-BEST-SUB)
                               TO DQX-RSN-COUNT OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-RSN-PCT TO DQX-RSN-PCT OF DQ-EXTRACT-RECORD.
           PERFORM 2900-WRITE-EXTRACT-ROW
               THRU 2900-WRITE-EXTRACT-ROW-EXIT.

       2560-REPORT-ONE-REASON-EXIT.
           EXIT.

      *================================================================
       2570-PRINT-PRIOR-COMPARISON.
      *================================================================
           MOVE "PRIOR MONTH" TO DRP-ITEM.

           IF NOT WS-SRC-HAS-PRIOR (WS-SRC-SUB)
               MOVE SPACES TO WS-DTL-TEXT
               IF WS-PRV-ON-FILE
                   STRING "NO ACTIVITY IN " DELIMITED BY SIZE
                          WS-PRIOR-MONTH DELIMITED BY SIZE
                       INTO WS-DTL-TEXT
                   END-STRING
               ELSE
                   STRING "NO SCORECARD ON FILE FOR "
                                         DELIMITED BY SIZE
                          WS-PRIOR-MONTH DELIMITED BY SIZE
                       INTO WS-DTL-TEXT
                   END-STRING
               END-IF
               PERFORM 2950-WRITE-REPORT-LINE
                   THRU 2950-WRITE-REPORT-LINE-EXIT
               GO TO 2570-PRINT-PRIOR-COMPARISON-EXIT
           END-IF.

           MOVE WS-SRC-PRV-SUBMITTED (WS-SRC-SUB)  TO WS-DPR-SUBMITTED.
           MOVE WS-SRC-PRV-ACCEPT-PCT (WS-SRC-SUB) TO WS-DPR-ACCEPT-PCT.
           MOVE WS-SRC-PRV-OPEN-TOTAL (WS-SRC-SUB) TO WS-DPR-OPEN-TOTAL.
           MOVE WS-DTL-PRIOR TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE WS-SCR-CHG-SUBMITTED  TO WS-DCH-SUBMITTED.
           MOVE WS-SCR-CHG-ACCEPT-PCT TO WS-DCH-ACCEPT-PCT.
           MOVE WS-SCR-CHG-OPEN-TOTAL TO WS-DCH-OPEN-TOTAL.
           MOVE "CHANGE ON PRIOR" TO DRP-ITEM.
           MOVE WS-DTL-CHANGE     TO WS-DTL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2570-PRINT-PRIOR-COMPARISON-EXIT.
           EXIT.

      *================================================================
       2580-PRINT-EXTRACT-DISPOSITION.
      *================================================================
           MOVE "EXTRACT" TO DRP-ITEM.
           MOVE SPACES    TO WS-DTL-TEXT.

           IF WS-SRC-FEED-NO = ZERO
               ADD 1 TO WS-UNSENT-SOURCE-COUNT
               MOVE "NOT SENT - NO ACKCTL CARD" TO WS-DTL-TEXT
           ELSE
               ADD 1 TO WS-SENT-SOURCE-COUNT
               MOVE WS-SRC-FEED-NO TO WS-FEED-NO-DISP
               STRING "SENT ON DQSSRC" DELIMITED BY SIZE
                      WS-FEED-NO-DISP DELIMITED BY SIZE
                   INTO WS-DTL-TEXT
               END-STRING
           END-IF.

           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2580-PRINT-EXTRACT-DISPOSITION-EXIT.
           EXIT.

      *================================================================
       2600-EXTRACT-SUMMARY.
      *================================================================
           MOVE SPACES TO DQ-EXTRACT-RECORD.
           SET DQX-SUMMARY OF DQ-EXTRACT-RECORD TO TRUE.
           MOVE WS-SRC-SUBMITTED (WS-SRC-SUB)
                         TO DQX-SUBMITTED OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-ACCEPTED (WS-SRC-SUB)
                         TO DQX-ACCEPTED OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-REJECTED (WS-SRC-SUB)
                         TO DQX-REJECTED OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-ACCEPT-PCT
                         TO DQX-ACCEPT-PCT OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-DEL-REJECTED (WS-SRC-SUB)
                         TO DQX-DEL-REJECTED OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-SUSP-ENTERED
                         TO DQX-SUSP-ENTERED OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-SUSP-CLEARED
                         TO DQX-SUSP-CLEARED OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-AVG-DAYS
                         TO DQX-AVG-CLEAR-DAYS OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-SUSP-OPEN (WS-SRC-SUB)
                         TO DQX-SUSP-OPEN OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-HOLDS-TRIGGERED (WS-SRC-SUB)
                         TO DQX-HOLDS-TRIGGERED OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-HOLDS-OPEN (WS-SRC-SUB)
                         TO DQX-HOLDS-OPEN OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-ACK-OPEN (WS-SRC-SUB)
                         TO DQX-ACK-OPEN OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-OPEN-TOTAL
                         TO DQX-OPEN-TOTAL OF DQ-EXTRACT-RECORD.
           IF WS-SRC-HAS-PRIOR (WS-SRC-SUB)
               MOVE "Y"  TO DQX-PRV-FOUND OF DQ-EXTRACT-RECORD
           ELSE
               MOVE "N"  TO DQX-PRV-FOUND OF DQ-EXTRACT-RECORD
           END-IF.
           MOVE WS-SRC-PRV-SUBMITTED (WS-SRC-SUB)
                         TO DQX-PRV-SUBMITTED OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-PRV-ACCEPT-PCT (WS-SRC-SUB)
                         TO DQX-PRV-ACCEPT-PCT OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-PRV-OPEN-TOTAL (WS-SRC-SUB)
                         TO DQX-PRV-OPEN-TOTAL OF DQ-EXTRACT-RECORD.

           PERFORM 2900-WRITE-EXTRACT-ROW
               THRU 2900-WRITE-EXTRACT-ROW-EXIT.

           ADD 1 TO WS-FEED-SOURCES (1).
           IF WS-SRC-FEED-NO > ZERO
               COMPUTE WS-FEED-SUB = WS-SRC-FEED-NO + 1
               ADD 1 TO WS-FEED-SOURCES (WS-FEED-SUB)
           END-IF.

       2600-EXTRACT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       2610-EXTRACT-EDIT-SOURCE.
      *================================================================
           MOVE SPACES TO DQ-EXTRACT-RECORD.
           SET DQX-EDIT-SOURCE OF DQ-EXTRACT-RECORD TO TRUE.
           MOVE WS-EDIT-NAME (WS-EDIT-SUB)
                         TO DQX-EDS-SOURCE OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-EDS-ENTERED (WS-SRC-SUB, WS-EDIT-SUB)
                         TO DQX-EDS-ENTERED OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-EDS-CLEARED (WS-SRC-SUB, WS-EDIT-SUB)
                         TO DQX-EDS-CLEARED OF DQ-EXTRACT-RECORD.
           MOVE WS-SCR-AVG-DAYS
                         TO DQX-EDS-AVG-DAYS OF DQ-EXTRACT-RECORD.
           MOVE WS-SRC-EDS-OPEN (WS-SRC-SUB, WS-EDIT-SUB)
                         TO DQX-EDS-OPEN OF DQ-EXTRACT-RECORD.

           PERFORM 2900-WRITE-EXTRACT-ROW
               THRU 2900-WRITE-EXTRACT-ROW-EXIT.

       2610-EXTRACT-EDIT-SOURCE-EXIT.
           EXIT.

      *================================================================
       2700-WRITE-TRAILERS.
      *================================================================
           PERFORM 2710-WRITE-ONE-TRAILER
               THRU 2710-WRITE-ONE-TRAILER-EXIT
               VARYING WS-FEED-NO FROM 0 BY 1
               UNTIL WS-FEED-NO > 4.

       2700-WRITE-TRAILERS-EXIT.
           EXIT.

      *================================================================
       2710-WRITE-ONE-TRAILER.
      *================================================================
           COMPUTE WS-FEED-SUB = WS-FEED-NO + 1.

           MOVE SPACES          TO DQ-EXTRACT-RECORD.
           SET DQX-TRAILER OF DQ-EXTRACT-RECORD TO TRUE.
           MOVE SPACES          TO DQX-SRC-SYS OF DQ-EXTRACT-RECORD.
           MOVE WS-SCORE-MONTH  TO DQX-MONTH OF DQ-EXTRACT-RECORD.
           MOVE WS-FEED-SOURCES (WS-FEED-SUB)
                                TO DQX-TRL-SOURCES
                                       OF DQ-EXTRACT-RECORD.
           MOVE WS-FEED-ROWS (WS-FEED-SUB)
                                TO DQX-TRL-ROWS OF DQ-EXTRACT-RECORD.

           PERFORM 2910-WRITE-EXTRACT-FILE
               THRU 2910-WRITE-EXTRACT-FILE-EXIT.

       2710-WRITE-ONE-TRAILER-EXIT.
           EXIT.

      *================================================================
       2800-LOOKUP-FEED.
      *----------------------------------------------------------------
      * WS-SRC-FEED-NO COMES BACK ZERO FOR A SOURCE WITH NO ACKCTL
      * CARD -- SCORED AND PRINTED, NOT SENT.
      *================================================================
           MOVE ZERO TO WS-MAP-HIT-SUB
                        WS-SRC-FEED-NO.

           PERFORM 2810-MATCH-ONE-MAP-CARD
               THRU 2810-MATCH-ONE-MAP-CARD-EXIT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
                  OR WS-MAP-HIT-SUB > ZERO.

           IF WS-MAP-HIT-SUB > ZERO
               MOVE WS-MAP-FEED-NO (WS-MAP-HIT-SUB) TO WS-SRC-FEED-NO
           END-IF.

       2800-LOOKUP-FEED-EXIT.
           EXIT.

      *================================================================
       2810-MATCH-ONE-MAP-CARD.
      *================================================================
           IF WS-MAP-SRC-SYS (WS-MAP-SUB) = WS-SRC-SYS (WS-SRC-SUB)
               MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
           END-IF.

       2810-MATCH-ONE-MAP-CARD-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-EXTRACT-ROW.
      *----------------------------------------------------------------
      * ONE DETAIL ROW FOR THE SOURCE IN HAND: THE BODY IS STAGED BY
      * THE CALLER.  IT GOES TO DQSNEW, AND TO THE SOURCE'S OWN FEED
      * WHEN IT HAS ONE.
      *================================================================
           MOVE WS-SRC-SYS (WS-SRC-SUB)
                               TO DQX-SRC-SYS OF DQ-EXTRACT-RECORD.
           MOVE WS-SCORE-MONTH TO DQX-MONTH OF DQ-EXTRACT-RECORD.

           MOVE ZERO TO WS-FEED-NO.
           PERFORM 2910-WRITE-EXTRACT-FILE
               THRU 2910-WRITE-EXTRACT-FILE-EXIT.
           ADD 1 TO WS-FEED-ROWS (1).

           IF WS-SRC-FEED-NO > ZERO
               MOVE WS-SRC-FEED-NO TO WS-FEED-NO
               PERFORM 2910-WRITE-EXTRACT-FILE
                   THRU 2910-WRITE-EXTRACT-FILE-EXIT
               COMPUTE WS-FEED-SUB = WS-SRC-FEED-NO + 1
               ADD 1 TO WS-FEED-ROWS (WS-FEED-SUB)
           END-IF.

       2900-WRITE-EXTRACT-ROW-EXIT.
           EXIT.

      *================================================================
       2910-WRITE-EXTRACT-FILE.
      *================================================================
           EVALUATE WS-FEED-NO
               WHEN 0
                   MOVE DQ-EXTRACT-RECORD TO DQS-NEW-RECORD
                   WRITE DQS-NEW-RECORD
                   IF NOT DQS-NEW-OK
                       DISPLAY "TE041DQS - WRITE ERROR ON DQSNEW  "
                               "STATUS=" WS-DQS-NEW-STATUS
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN 1
                   MOVE DQ-EXTRACT-RECORD TO DQS1-RECORD
                   WRITE DQS1-RECORD
                   IF NOT DQS-SRC1-OK
                       DISPLAY "TE041DQS - WRITE ERROR ON DQSSRC1  "
                               "STATUS=" WS-DQS-SRC1-STATUS
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN 2
                   MOVE DQ-EXTRACT-RECORD TO DQS2-RECORD
                   WRITE DQS2-RECORD
                   IF NOT DQS-SRC2-OK
                       DISPLAY "TE041DQS - WRITE ERROR ON DQSSRC2  "
                               "STATUS=" WS-DQS-SRC2-STATUS
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN 3
                   MOVE DQ-EXTRACT-RECORD TO DQS3-RECORD
                   WRITE DQS3-RECORD
                   IF NOT DQS-SRC3-OK
                       DISPLAY "TE041DQS - WRITE ERROR ON DQSSRC3  "
                               "STATUS=" WS-DQS-SRC3-STATUS
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE DQ-EXTRACT-RECORD TO DQS4-RECORD
                   WRITE DQS4-RECORD
                   IF NOT DQS-SRC4-OK
                       DISPLAY "TE041DQS - WRITE ERROR ON DQSSRC4  "
                               "STATUS=" WS-DQS-SRC4-STATUS
                       SET WS-RUN-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       2910-WRITE-EXTRACT-FILE-EXIT.
           EXIT.

      *================================================================
       2950-WRITE-REPORT-LINE.
      *----------------------------------------------------------------
      * DRP-ITEM AND WS-DTL-TEXT ARE STAGED BY THE CALLER.
      *================================================================
           MOVE WS-SRC-SYS (WS-SRC-SUB) TO DRP-SRC-SYS.
           MOVE WS-SCORE-MONTH          TO DRP-MONTH.
           MOVE WS-DTL-TEXT             TO DRP-DETAIL.

           WRITE DRP-LINE.
           IF NOT DQS-RPT-OK
               DISPLAY "TE041DQS - WRITE ERROR ON DQSRPT  SOURCE="
                       DRP-SRC-SYS "  STATUS=" WS-DQS-RPT-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.

       2950-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-NO-FATAL-ERROR
               CLOSE DQS-RPT-FILE
                     DQS-NEW-FILE
                     DQS-SRC1-FILE
                     DQS-SRC2-FILE
                     DQS-SRC3-FILE
                     DQS-SRC4-FILE
           END-IF.

           DISPLAY "TE041DQS - ADDRSLT ROWS READ : "
                   WS-RSLT-READ-COUNT.
           DISPLAY "TE041DQS - ADDSUSP ROWS READ : "
                   WS-ASUSP-READ-COUNT.
           DISPLAY "TE041DQS - DELSUSP ROWS READ : "
                   WS-DSUSP-READ-COUNT.
           DISPLAY "TE041DQS - SUSPCLR ROWS READ : "
                   WS-SCLR-READ-COUNT.
           DISPLAY "TE041DQS - SUSPCLR IN MONTH  : "
                   WS-SCLR-USED-COUNT.
           DISPLAY "TE041DQS - SUSPMST ROWS READ : "
                   WS-SUSP-READ-COUNT.
           DISPLAY "TE041DQS - HLDCLR ROWS READ  : "
                   WS-HCLR-READ-COUNT.
           DISPLAY "TE041DQS - HLDCLR IN MONTH   : "
                   WS-HCLR-USED-COUNT.
           DISPLAY "TE041DQS - HLDMST ROWS READ  : "
                   WS-HOLD-READ-COUNT.
           DISPLAY "TE041DQS - ACKPEND ROWS READ : "
                   WS-APND-READ-COUNT.
           DISPLAY "TE041DQS - UNKNOWN EDIT SRCS : "
                   WS-UNKNOWN-EDIT-COUNT.
           DISPLAY "TE041DQS - SOURCES SCORED    : "
                   WS-SRC-COUNT.
           DISPLAY "TE041DQS - EXTRACTS SENT     : "
                   WS-SENT-SOURCE-COUNT.
           DISPLAY "TE041DQS - EXTRACTS NOT SENT : "
                   WS-UNSENT-SOURCE-COUNT.

      *----------------------------------------------------------------
      * AN ABORTED RUN LEAVES THE EXTRACTS WITHOUT TRAILERS -- THE
      * RETURN CODE KEEPS OPERATIONS FROM SENDING THEM OR KEEPING
      * DQSNEW AS NEXT MONTH'S DQSPRV.
      *----------------------------------------------------------------
           IF WS-FATAL-ERROR OR WS-RUN-FAILED
               DISPLAY "TE041DQS - RUN FAILED, HOLD THE EXTRACTS"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
