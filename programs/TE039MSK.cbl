      *================================================================
      * PROGRAM-ID : TE039MSK
      * AUTHOR     : D. PELLETIER  -  DATA MANAGEMENT GROUP
      * INSTALLATION : TEST-ENR APPLICATION
      * DATE-WRITTEN : 2026-10-15
      *----------------------------------------------------------------
      * MASKED TEST-REGION COPY OF THE MASTER AND ITS REFERENCE FILES.
      * PRODUCTION ENRIDX MAY NOT BE COPIED TO TEST OR UAT WITH REAL
      * KEYS AND NAMES ON IT, SO THIS JOB BUILDS A MASKED COPY OF THE
      * FOUR FILES THE STREAM NEEDS -- ENRIDX, ENRCIDX, COMPXREF AND
      * ENRAUDT -- WITH THE PRODUCTION VOLUME AND DATA COMBINATIONS
      * LEFT INTACT:
      *   ENRIDX   -> MSKIDX   TEST-KEY-ENT TOKENISED, TEST-ENR-LIB
      *                        REPLACED, TEST-MNT-1 THRU TEST-MNT-10
      *                        PERTURBED (SEE BELOW).
      *   ENRCIDX  -> MSKCIDX  REBUILT ALONGSIDE MSKIDX, ONE PATH ROW
      *                        PER MASKED RECORD, EXACTLY AS TE000LOD
      *                        BUILDS THE PRODUCTION PATH.
      *   COMPXREF -> MSKCMP   CMP-NAME REPLACED.  CMP-CODE IS LEFT
      *                        AS IT IS SO TEST-COMP STILL JOINS.
      *   ENRAUDT  -> MSKAUDT  AUD-KEY AND THE KEY IN BOTH IMAGES
      *                        TOKENISED, THE IMAGES' TEST-ENR-LIB
      *                        REPLACED, AND THE IMAGES' AMOUNTS
      *                        MOVED BY THE SAME DELTAS AS THE KEY'S
      *                        MASTER RECORD.
      *
      * TOKENS.  EACH POSITION OF A KEY IS ROTATED THROUGH THE 36
      * LETTERS AND DIGITS BY ITS OWN OFFSET FROM THE MASKING CARD
      * (MSKCTL: TWELVE TWO-DIGIT OFFSETS, 01-35, IN COLUMNS 1-24).
      * THE SAME KEY ALWAYS GIVES THE SAME TOKEN, SO AUDIT ROWS AND
      * THE COMPANY PATH STILL JOIN TO THE MASKED MASTER, AND TWO
      * KEYS NEVER SHARE A TOKEN, SO THE COPY LOADS WITHOUT
      * DUPLICATES.  NO OFFSET IS ZERO, SO EVERY LETTER OR DIGIT OF
      * A KEY CHANGES.  THE ROTATION IS A SIMPLE CIPHER: ANYONE WHO
      * HAS THE CARD, OR WHO CAN LINE UP A FEW PRODUCTION KEYS WITH
      * THEIR TOKENS, CAN TAKE TOKENS BACK TO KEYS.  KEEP THE CARD
      * OUT OF THE TEST REGION, CHANGE IT WHEN A COPY IS REFRESHED,
      * AND DO NOT TREAT THE COPY AS ANONYMOUS.  THE RUN STOPS ON A
      * MISSING OR INVALID CARD RATHER THAN MASK WITH A DEFAULT.
      *
      * NAMES.  NAMES ARE NOT PUT THROUGH THE CIPHER, WHICH WOULD
      * GIVE THEM UP WITH THE KEYS.  A NON-BLANK TEST-ENR-LIB IS
      * REPLACED BY "ENTITY " AND THE RECORD'S TOKEN, AND A NON-BLANK
      * CMP-NAME BY "COMPANY " AND ITS CMP-CODE, SO NO PART OF A
      * PRODUCTION NAME REACHES THE COPY.  A BLANK NAME STAYS BLANK.
      *
      * AMOUNTS.  THE MASTER IS SORTED INTO TEST-COMP / TEST-KEY-ENT
      * SEQUENCE, AS TE009BAL READS IT, AND TAKEN TWO RECORDS AT A
      * TIME WITHIN A COMPANY: EACH TEST-MNT-N OF THE FIRST RECORD
      * MOVES BY A DELTA AND THE SAME FIELD OF THE SECOND RECORD BY
      * THE OPPOSITE DELTA, SO EVERY COMPANY'S TEST-MNT-1 THRU
      * TEST-MNT-10 TOTALS ARE UNCHANGED.  THE DELTA IS A RATE
      * (5-44 PER CENT, FROM THE KEY AND THE CARD) OF THE PAIR'S
      * AVERAGE SIZE, IN WHOLE UNITS FOR TEST-MNT-1 AND TEST-MNT-6
      * AND WHOLE CENTS FOR THE OTHERS.  A DELTA THAT WOULD PUSH
      * EITHER AMOUNT PAST ITS PICTURE IS DROPPED FOR THAT FIELD;
      * THE ODD RECORD LEFT OVER IN A COMPANY KEEPS ITS AMOUNTS.
      * EACH RECORD'S DELTAS GO TO THE MSKDLT WORK FILE, KEYED ON THE
      * PRODUCTION KEY, FOR THE AUDIT IMAGES.
      *
      * PROOF.  THE REPORT (MSKRPT) CARRIES TOKENS ONLY, NEVER A
      * PRODUCTION KEY OR NAME.  IT SHOWS:
      *   - ONE "COMPANY BALANCED" LINE PER COMPANY WHOSE TEN TOTALS
      *     MATCH BEFORE AND AFTER MASKING, OR ONE EXCEPTION PER
      *     TOTAL THAT DOES NOT.
      *   - AN EXCEPTION FOR ANY KEY LEFT UNCHANGED, ANY NON-BLANK
      *     NAME LEFT UNCHANGED, AND ANY TOKEN THAT IS ITSELF A LIVE
      *     PRODUCTION KEY (EVERY MSKIDX AND MSKAUDT KEY IS LOOKED UP
      *     ON ENRIDX; A HIT MEANS CHOOSE ANOTHER CARD).
      *   - PER FILE: ROWS READ AND WRITTEN, KEY FIELDS TOKENISED,
      *     NAMES REPLACED AND EXCEPTIONS, THEN THE VERDICT.
      * ANY EXCEPTION OR FILE ERROR ENDS THE JOB WITH RETURN CODE 8
      * AND THE COPY MUST NOT BE RELEASED.  RUN TE020CHK AGAINST
      * MSKIDX/MSKCIDX (ON ITS ENRIDX/ENRCIDX DDS) BEFORE THE COPY IS
      * LOADED TO THE TEST REGION.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  DP   INITIAL VERSION.
      *   2026-10-15  DP   NAMES REPLACED BY SYNTHETIC VALUES INSTEAD
      *                    OF ROTATED WITH THE KEY OFFSETS.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE039MSK.
       AUTHOR.        D. PELLETIER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSK-CTL-FILE ASSIGN TO "MSKCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSK-CTL-STATUS.

           SELECT ENR-IDX-FILE ASSIGN TO "ENRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR
               FILE STATUS IS WS-ENR-IDX-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".

           SELECT MSK-IDX-FILE ASSIGN TO "MSKIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-KEY-ENT OF TEST-ENR-MSK
               FILE STATUS IS WS-MSK-IDX-STATUS.

           SELECT MSK-CIX-FILE ASSIGN TO "MSKCIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIX-PATH-KEY
               FILE STATUS IS WS-MSK-CIX-STATUS.

           SELECT MSK-DLT-FILE ASSIGN TO "MSKDLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLT-KEY-ENT
               FILE STATUS IS WS-MSK-DLT-STATUS.

           SELECT CMP-IDX-FILE ASSIGN TO "COMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CODE OF COMP-XREF-RECORD
               FILE STATUS IS WS-CMP-IDX-STATUS.

           SELECT MSK-CMP-FILE ASSIGN TO "MSKCMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CODE OF COMP-XREF-RECORD-MSK
               FILE STATUS IS WS-MSK-CMP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "ENRAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MSK-AUD-FILE ASSIGN TO "MSKAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSK-AUD-STATUS.

           SELECT MSK-RPT-FILE ASSIGN TO "MSKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * MSKCTL: TWELVE TOKEN OFFSETS, ONE PER KEY POSITION, EACH
      * 01-35.
      *----------------------------------------------------------------
       FD  MSK-CTL-FILE
           RECORDING MODE IS F.
       01  MSK-CTL-RECORD.
           03 CTL-OFFSET                PIC 9(02) OCCURS 12 TIMES.
           03 FILLER                    PIC X(56).

       FD  ENR-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-IDX-LEN.
           COPY "cobol-test.cpy".

      *----------------------------------------------------------------
      * SORT WORK FILE -- SAME TEST-ENR SHAPE, SORTED INTO TEST-KEY-ENT
      * WITHIN TEST-COMP SEQUENCE SO THE AMOUNT PAIRS NEVER CROSS
      * A COMPANY.
      *----------------------------------------------------------------
       SD  SORT-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-ENR-SRT-LEN.
           COPY "cobol-test.cpy"
               REPLACING TEST-ENR BY TEST-ENR-SRT
                         TEST-SIMPLE-ARRAY-BEFORE-CNT
                                  BY TEST-ARR-BEF-CNT-SRT
                         TEST-SIMPLE-ARRAY-AFTER-CNT
                                  BY TEST-ARR-AFT-CNT-SRT
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-SRT.

       FD  MSK-IDX-FILE
           RECORD IS VARYING IN SIZE FROM 371 TO 546 CHARACTERS
               DEPENDING ON WS-MSK-IDX-LEN.
           COPY "cobol-test.cpy"
               REPLACING TEST-ENR BY TEST-ENR-MSK
                         TEST-SIMPLE-ARRAY-BEFORE-CNT
                                  BY TEST-ARR-BEF-CNT-MSK
                         TEST-SIMPLE-ARRAY-AFTER-CNT
                                  BY TEST-ARR-AFT-CNT-MSK
                         TEST-COMPLEXE-ARRAY-CNT
                                  BY TEST-CPLX-ARR-CNT-MSK.

       FD  MSK-CIX-FILE
           RECORDING MODE IS F.
           COPY "TE028CIX.cpy".

      *----------------------------------------------------------------
      * MSKDLT: THE DELTAS APPLIED TO ONE MASTER RECORD, KEYED ON ITS
      * PRODUCTION KEY.  A WORK FILE FOR THIS RUN ONLY -- IT HOLDS
      * PRODUCTION KEYS AND IS NEVER COPIED TO THE TEST REGION.
      *----------------------------------------------------------------
       FD  MSK-DLT-FILE
           RECORDING MODE IS F.
       01  MSK-DLT-RECORD.
           03 DLT-KEY-ENT               PIC X(12).
           03 DLT-MNT-DELTA             PIC S9(10)V9(7)
                                        SIGN IS LEADING SEPARATE
                                        OCCURS 10 TIMES.
           03 FILLER                    PIC X(08).

       FD  CMP-IDX-FILE
           RECORDING MODE IS F.
           COPY "TE007CMP.cpy".

       FD  MSK-CMP-FILE
           RECORDING MODE IS F.
           COPY "TE007CMP.cpy"
               REPLACING COMP-XREF-RECORD BY COMP-XREF-RECORD-MSK.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY "TE004AUD.cpy".

       FD  MSK-AUD-FILE
           RECORDING MODE IS F.
       01  MSK-AUD-RECORD               PIC X(1153).

       FD  MSK-RPT-FILE
           RECORDING MODE IS F.
       01  MSK-LINE.
           03 MRP-FILE                  PIC X(08).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 MRP-KEY                   PIC X(12).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 MRP-CHECK                 PIC X(20).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 MRP-DETAIL                PIC X(60).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *----------------------------------------------------------------
       01  WS-MSK-CTL-STATUS           PIC X(02).
           88 MSK-CTL-OK                          VALUE "00".

       01  WS-ENR-IDX-STATUS           PIC X(02).
           88 ENR-IDX-OK                          VALUE "00".

       01  WS-MSK-IDX-STATUS           PIC X(02).
           88 MSK-IDX-OK                          VALUE "00".

       01  WS-MSK-CIX-STATUS           PIC X(02).
           88 MSK-CIX-OK                          VALUE "00".

       01  WS-MSK-DLT-STATUS           PIC X(02).
           88 MSK-DLT-OK                          VALUE "00".

       01  WS-CMP-IDX-STATUS           PIC X(02).
           88 CMP-IDX-OK                          VALUE "00".

       01  WS-MSK-CMP-STATUS           PIC X(02).
           88 MSK-CMP-OK                          VALUE "00".

       01  WS-AUDIT-STATUS             PIC X(02).
           88 AUDIT-OK                            VALUE "00".

       01  WS-MSK-AUD-STATUS           PIC X(02).
           88 MSK-AUD-OK                          VALUE "00".

       01  WS-MSK-RPT-STATUS           PIC X(02).
           88 MSK-RPT-OK                          VALUE "00".

      *----------------------------------------------------------------
      * VARIABLE-LENGTH RECORD LENGTH FIELDS - SEE cobol-test.cpy.
      *----------------------------------------------------------------
       01  WS-ENR-IDX-LEN              PIC 9(04) COMP.
       01  WS-ENR-SRT-LEN              PIC 9(04) COMP.
       01  WS-MSK-IDX-LEN              PIC 9(04) COMP.

      *----------------------------------------------------------------
      * THE RECORD HELD OVER AS THE FIRST OF A PAIR, AND THE WORK
      * IMAGE EVERY RECORD AND AUDIT IMAGE IS MASKED IN.
      *----------------------------------------------------------------
       COPY "cobol-test.cpy"
           REPLACING TEST-ENR BY TEST-ENR-HLD
                     TEST-SIMPLE-ARRAY-BEFORE-CNT
                              BY TEST-ARR-BEF-CNT-HLD
                     TEST-SIMPLE-ARRAY-AFTER-CNT
                              BY TEST-ARR-AFT-CNT-HLD
                     TEST-COMPLEXE-ARRAY-CNT
                              BY TEST-CPLX-ARR-CNT-HLD.

       COPY "cobol-test.cpy"
           REPLACING TEST-ENR BY TEST-ENR-IMG
                     TEST-SIMPLE-ARRAY-BEFORE-CNT
                              BY TEST-ARR-BEF-CNT-IMG
                     TEST-SIMPLE-ARRAY-AFTER-CNT
                              BY TEST-ARR-AFT-CNT-IMG
                     TEST-COMPLEXE-ARRAY-CNT
                              BY TEST-CPLX-ARR-CNT-IMG.

       01  WS-AUD-IMAGE                PIC X(546).

      *----------------------------------------------------------------
      * SWITCHES
      *----------------------------------------------------------------
       01  WS-EOF-SW                   PIC X(01).
           88 WS-EOF                              VALUE "Y".
           88 WS-NOT-EOF                          VALUE "N".

       01  WS-FATAL-SW                 PIC X(01).
           88 WS-FATAL                            VALUE "Y".
           88 WS-NOT-FATAL                        VALUE "N".

       01  WS-VERDICT-SW               PIC X(01).
           88 WS-MASK-CLEAN                       VALUE "Y".
           88 WS-MASK-FAILED                      VALUE "N".

       01  WS-RPT-OPEN-SW              PIC X(01).
           88 WS-RPT-IS-OPEN                      VALUE "Y".
           88 WS-RPT-IS-CLOSED                    VALUE "N".

       01  WS-LKP-OPEN-SW              PIC X(01).
           88 WS-LKP-IS-OPEN                      VALUE "Y".
           88 WS-LKP-IS-CLOSED                    VALUE "N".

       01  WS-FIRST-SW                 PIC X(01).
           88 WS-FIRST-RECORD                     VALUE "Y".
           88 WS-NOT-FIRST-RECORD                 VALUE "N".

       01  WS-HOLD-SW                  PIC X(01).
           88 WS-HOLDING                          VALUE "Y".
           88 WS-NOT-HOLDING                      VALUE "N".

       01  WS-DLT-SW                   PIC X(01).
           88 WS-DLT-FOUND                        VALUE "Y".
           88 WS-DLT-NOT-FOUND                    VALUE "N".

       01  WS-BALANCE-SW               PIC X(01).
           88 WS-COMPANY-BALANCED                 VALUE "Y".
           88 WS-COMPANY-UNBALANCED               VALUE "N".

      *----------------------------------------------------------------
      * PER-FILE FIGURES FOR THE REPORT SUMMARY, IN THE ORDER THE
      * FILES ARE MASKED.  WS-FILE-SUB NAMES THE FILE BEING MASKED
      * SO EXCEPTIONS AND COUNTS LAND AGAINST IT.
      *----------------------------------------------------------------
       77  WS-FILE-MAX                 PIC 9(01) COMP VALUE 4.

       01  WS-FILE-NAME-VALUES.
           03 FILLER                   PIC X(08) VALUE "ENRIDX  ".
           03 FILLER                   PIC X(08) VALUE "ENRCIDX ".
           03 FILLER                   PIC X(08) VALUE "COMPXREF".
           03 FILLER                   PIC X(08) VALUE "ENRAUDT ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           03 WS-FILE-NAME             PIC X(08) OCCURS 4 TIMES.

       01  WS-FILE-SUB                 PIC 9(01) COMP.

       01  WS-FILE-STATS-TABLE.
           03 WS-FILE-STATS OCCURS 4 TIMES.
              05 WS-FS-READ            PIC 9(09) COMP.
              05 WS-FS-WRITTEN         PIC 9(09) COMP.
              05 WS-FS-KEYS            PIC 9(09) COMP.
              05 WS-FS-NAMES           PIC 9(09) COMP.
              05 WS-FS-EXCEPTIONS      PIC 9(09) COMP.

       01  WS-COUNTERS.
           03 WS-PAIR-COUNT            PIC 9(09) COMP.
           03 WS-COMPANY-COUNT         PIC 9(09) COMP.
           03 WS-IMAGE-COUNT           PIC 9(09) COMP.
           03 WS-PROVE-COUNT           PIC 9(09) COMP.
           03 WS-EXCEPTION-COUNT       PIC 9(09) COMP.

      *----------------------------------------------------------------
      * THE TOKEN ALPHABET, WRITTEN TWICE SO THAT ANY ROTATION OF IT
      * IS ONE 36-BYTE REFERENCE INTO THE SECOND HALF.
      *----------------------------------------------------------------
       01  WS-MSK-ALPHA-VALUES.
           03 FILLER                   PIC X(36)
                   VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 FILLER                   PIC X(36)
                   VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MSK-ALPHA REDEFINES WS-MSK-ALPHA-VALUES
                                       PIC X(72).

       01  WS-SEED-TABLE.
           03 WS-SEED-OFFSET           PIC 9(02) OCCURS 12 TIMES.
       01  WS-SEED-SUM                 PIC 9(04) COMP.

       01  WS-MSK-TEXT                 PIC X(30).
       01  WS-MSK-LEN                  PIC 9(02) COMP.
       01  WS-MSK-POS                  PIC 9(02) COMP.
       01  WS-MSK-SLOT                 PIC 9(02) COMP.
       01  WS-MSK-FROM                 PIC 9(02) COMP.

       01  WS-ORIG-KEY                 PIC X(12).
       01  WS-ORIG-NAME                PIC X(30).
       01  WS-NAME-STEM                PIC X(08).
       01  WS-NAME-TAG                 PIC X(12).
       01  WS-MSK-TOKEN                PIC X(12).

      *----------------------------------------------------------------
      * AMOUNT PERTURBATION.  THE TEN TEST-MNT-N FIELDS ARE HANDLED
      * AS ONE TABLE IN RECORD ORDER: WS-AMT-SCALE GIVES THE DELTA'S
      * GRAIN (1 = WHOLE UNITS, 100 = WHOLE CENTS) AND WS-AMT-LIMIT
      * THE LARGEST VALUE THE FIELD'S PICTURE HOLDS.
      *----------------------------------------------------------------
       01  WS-AMT-SCALE-VALUES.
           03 FILLER                   PIC 9(03) VALUE 1.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 1.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 100.
           03 FILLER                   PIC 9(03) VALUE 100.
       01  WS-AMT-SCALE-TABLE REDEFINES WS-AMT-SCALE-VALUES.
           03 WS-AMT-SCALE             PIC 9(03) OCCURS 10 TIMES.

       01  WS-AMT-LIMIT-VALUES.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 9999999999.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 9999999.99.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 9999999.99.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 999.999999.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 99.9999999.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 999999999.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 9999999.99.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 9999999.99.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 999.999999.
           03 FILLER                   PIC 9(10)V9(7)
                                       VALUE 99.9999999.
       01  WS-AMT-LIMIT-TABLE REDEFINES WS-AMT-LIMIT-VALUES.
           03 WS-AMT-LIMIT             PIC 9(10)V9(7) OCCURS 10 TIMES.

       01  WS-AMT-WORK-TABLE.
           03 WS-AMT-WORK              PIC S9(11)V9(9) OCCURS 10 TIMES.
       01  WS-AMT-A-TABLE.
           03 WS-AMT-A                 PIC S9(11)V9(9) OCCURS 10 TIMES.
       01  WS-AMT-B-TABLE.
           03 WS-AMT-B                 PIC S9(11)V9(9) OCCURS 10 TIMES.
       01  WS-DLT-WORK-TABLE.
           03 WS-DLT-WORK              PIC S9(10)V9(7) OCCURS 10 TIMES.
       01  WS-DLT-A-TABLE.
           03 WS-DLT-A                 PIC S9(10)V9(7) OCCURS 10 TIMES.
       01  WS-DLT-B-TABLE.
           03 WS-DLT-B                 PIC S9(10)V9(7) OCCURS 10 TIMES.

       01  WS-SUB                      PIC 9(02) COMP.
       01  WS-BYTE-SUB                 PIC 9(02) COMP.
       01  WS-KEY-ORD-SUM              PIC 9(05) COMP.
       01  WS-MSK-RATE                 PIC 9(02).
       01  WS-AMT-BASE                 PIC S9(12)V9(9).
       01  WS-DLT-UNITS                PIC S9(15).
       01  WS-DLT-AMT                  PIC S9(10)V9(7).
       01  WS-NEW-A                    PIC S9(12)V9(9).
       01  WS-NEW-B                    PIC S9(12)V9(9).

      *----------------------------------------------------------------
      * COMPANY CONTROL TOTALS, BEFORE AND AFTER MASKING, FOR THE
      * COMPANY NOW PASSING THROUGH THE SORT.
      *----------------------------------------------------------------
       01  WS-BREAK-COMP               PIC X(10).
       01  WS-COMP-RECORD-COUNT        PIC 9(09) COMP.

       01  WS-COMPANY-TOTALS.
           03 WS-ORIG-MNT-TOTAL        PIC S9(13)V9(9) COMP-3
                                       OCCURS 10 TIMES.
           03 WS-MASK-MNT-TOTAL        PIC S9(13)V9(9) COMP-3
                                       OCCURS 10 TIMES.

       01  WS-TOTAL-DIFF               PIC S9(13)V9(9).

      *----------------------------------------------------------------
      * EDITED FIELDS FOR BUILDING REPORT DETAIL TEXT.
      *----------------------------------------------------------------
       01  WS-SUB-ED                   PIC 9(02).
       01  WS-DIFF-ED                  PIC -(13)9.9(9).
       01  WS-COUNT-ED                 PIC 9(09).
       01  WS-COUNT-ED-2               PIC 9(09).
       01  WS-COUNT-ED-3               PIC 9(09).
       01  WS-COUNT-ED-4               PIC 9(09).

       01  WS-DETAIL-TEXT              PIC X(60).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAINLINE.
      *================================================================
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-NOT-FATAL
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY TEST-COMP OF TEST-ENR-SRT
                                     TEST-KEY-ENT OF TEST-ENR-SRT
                   USING ENR-IDX-FILE
                   OUTPUT PROCEDURE IS 2000-MASK-MASTER
                       THRU 2000-MASK-MASTER-EXIT
           END-IF.

           IF WS-NOT-FATAL
               PERFORM 2500-MASK-COMPANY-XREF
                   THRU 2500-MASK-COMPANY-XREF-EXIT
           END-IF.

           IF WS-NOT-FATAL
               PERFORM 2600-MASK-AUDIT-LOG
                   THRU 2600-MASK-AUDIT-LOG-EXIT
           END-IF.

           IF WS-NOT-FATAL
               PERFORM 2700-PROVE-MASKED-MASTER
                   THRU 2700-PROVE-MASKED-MASTER-EXIT
           END-IF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
      *================================================================
           SET WS-NOT-FATAL TO TRUE.
           SET WS-MASK-CLEAN TO TRUE.
           SET WS-RPT-IS-CLOSED TO TRUE.
           SET WS-LKP-IS-CLOSED TO TRUE.
           SET WS-FIRST-RECORD TO TRUE.
           SET WS-NOT-HOLDING TO TRUE.
           MOVE 1 TO WS-FILE-SUB.
           MOVE SPACES TO WS-BREAK-COMP.
           MOVE ZERO TO WS-COMP-RECORD-COUNT.
           INITIALIZE WS-FILE-STATS-TABLE
                      WS-COUNTERS
                      WS-COMPANY-TOTALS.

           OPEN OUTPUT MSK-RPT-FILE.
           IF NOT MSK-RPT-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKRPT  STATUS="
                       WS-MSK-RPT-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.

           PERFORM 1100-READ-MASK-CARD
               THRU 1100-READ-MASK-CARD-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
       1100-READ-MASK-CARD.
      *----------------------------------------------------------------
      * THE CARD IS REQUIRED: WITHOUT IT THE TOKENS WOULD COME FROM
      * A MAPPING ANYONE WITH THIS SOURCE COULD REVERSE.
      *================================================================
           MOVE ZERO TO WS-SEED-SUM.

           OPEN INPUT MSK-CTL-FILE.
           IF NOT MSK-CTL-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKCTL  STATUS="
                       WS-MSK-CTL-STATUS
               SET WS-FATAL TO TRUE
               GO TO 1100-READ-MASK-CARD-EXIT
           END-IF.

           READ MSK-CTL-FILE
               AT END
                   DISPLAY "TE039MSK - MSKCTL IS EMPTY, RUN STOPPED"
                   SET WS-FATAL TO TRUE
           END-READ.

           CLOSE MSK-CTL-FILE.

           IF WS-FATAL
               GO TO 1100-READ-MASK-CARD-EXIT
           END-IF.

           PERFORM 1110-EDIT-ONE-OFFSET
               THRU 1110-EDIT-ONE-OFFSET-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12.

       1100-READ-MASK-CARD-EXIT.
           EXIT.

      *================================================================
       1110-EDIT-ONE-OFFSET.
      *================================================================
           IF CTL-OFFSET (WS-SUB) NOT NUMERIC OR
              CTL-OFFSET (WS-SUB) = ZERO OR
              CTL-OFFSET (WS-SUB) > 35
               MOVE WS-SUB TO WS-SUB-ED
               DISPLAY "TE039MSK - MSKCTL OFFSET " WS-SUB-ED
                       " IS NOT 01-35, RUN STOPPED"
               SET WS-FATAL TO TRUE
               GO TO 1110-EDIT-ONE-OFFSET-EXIT
           END-IF.

           MOVE CTL-OFFSET (WS-SUB) TO WS-SEED-OFFSET (WS-SUB).
           ADD CTL-OFFSET (WS-SUB) TO WS-SEED-SUM.

       1110-EDIT-ONE-OFFSET-EXIT.
           EXIT.

      *================================================================
       2000-MASK-MASTER.
      *----------------------------------------------------------------
      * SORT OUTPUT PROCEDURE: MSKIDX, MSKCIDX AND MSKDLT ARE ALL
      * WRITTEN HERE, ONE COMPANY AT A TIME.
      *================================================================
           SET WS-NOT-EOF TO TRUE.
           MOVE 1 TO WS-FILE-SUB.

           OPEN OUTPUT MSK-IDX-FILE.
           IF NOT MSK-IDX-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKIDX  STATUS="
                       WS-MSK-IDX-STATUS
               SET WS-FATAL TO TRUE
               GO TO 2000-MASK-MASTER-EXIT
           END-IF.

           OPEN OUTPUT MSK-CIX-FILE.
           IF NOT MSK-CIX-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKCIDX  STATUS="
                       WS-MSK-CIX-STATUS
               SET WS-FATAL TO TRUE
               CLOSE MSK-IDX-FILE
               GO TO 2000-MASK-MASTER-EXIT
           END-IF.

           OPEN OUTPUT MSK-DLT-FILE.
           IF NOT MSK-DLT-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKDLT  STATUS="
                       WS-MSK-DLT-STATUS
               SET WS-FATAL TO TRUE
               CLOSE MSK-IDX-FILE
                     MSK-CIX-FILE
               GO TO 2000-MASK-MASTER-EXIT
           END-IF.

           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT.

           PERFORM 2200-PROCESS-SORTED-RECORD
               THRU 2200-PROCESS-SORTED-RECORD-EXIT
               UNTIL WS-EOF.

           IF WS-NOT-FIRST-RECORD
               PERFORM 2250-FLUSH-HELD-RECORD
                   THRU 2250-FLUSH-HELD-RECORD-EXIT
               PERFORM 2450-CHECK-COMPANY-TOTALS
                   THRU 2450-CHECK-COMPANY-TOTALS-EXIT
           END-IF.

           CLOSE MSK-IDX-FILE
                 MSK-CIX-FILE
                 MSK-DLT-FILE.

       2000-MASK-MASTER-EXIT.
           EXIT.

      *================================================================
       2100-RETURN-SORTED-RECORD.
      *================================================================
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-RETURN-SORTED-RECORD-EXIT
           END-RETURN.

           ADD 1 TO WS-FS-READ (1).

       2100-RETURN-SORTED-RECORD-EXIT.
           EXIT.

      *================================================================
       2200-PROCESS-SORTED-RECORD.
      *----------------------------------------------------------------
      * A CHANGE OF TEST-COMP WRITES THE ODD RECORD LEFT HELD, IF
      * ANY, AND PROVES THE COMPANY'S TOTALS.  OTHERWISE A RECORD
      * EITHER WAITS AS THE FIRST OF A PAIR OR COMPLETES ONE.
      *================================================================
           IF WS-FIRST-RECORD
               MOVE TEST-COMP OF TEST-ENR-SRT TO WS-BREAK-COMP
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF TEST-COMP OF TEST-ENR-SRT NOT = WS-BREAK-COMP
                   PERFORM 2250-FLUSH-HELD-RECORD
                       THRU 2250-FLUSH-HELD-RECORD-EXIT
                   PERFORM 2450-CHECK-COMPANY-TOTALS
                       THRU 2450-CHECK-COMPANY-TOTALS-EXIT
                   MOVE TEST-COMP OF TEST-ENR-SRT TO WS-BREAK-COMP
               END-IF
           END-IF.

           ADD 1 TO WS-COMP-RECORD-COUNT.

           MOVE TEST-ENR-SRT TO TEST-ENR-IMG.
           PERFORM 2850-LOAD-AMOUNTS
               THRU 2850-LOAD-AMOUNTS-EXIT.
           PERFORM 2430-ADD-ORIGINAL-AMOUNT
               THRU 2430-ADD-ORIGINAL-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           IF WS-HOLDING
               PERFORM 2300-PERTURB-PAIR
                   THRU 2300-PERTURB-PAIR-EXIT
           ELSE
               MOVE TEST-ENR-SRT TO TEST-ENR-HLD
               SET WS-HOLDING TO TRUE
           END-IF.

           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT.

       2200-PROCESS-SORTED-RECORD-EXIT.
           EXIT.

      *================================================================
       2250-FLUSH-HELD-RECORD.
      *----------------------------------------------------------------
      * THE ODD RECORD AT THE END OF A COMPANY HAS NO PARTNER: IT IS
      * MASKED AND WRITTEN WITH ITS AMOUNTS AS THEY STAND.
      *================================================================
           IF WS-NOT-HOLDING
               GO TO 2250-FLUSH-HELD-RECORD-EXIT
           END-IF.

           MOVE TEST-ENR-HLD TO TEST-ENR-IMG.
           PERFORM 2850-LOAD-AMOUNTS
               THRU 2850-LOAD-AMOUNTS-EXIT.
           INITIALIZE WS-DLT-WORK-TABLE.

           PERFORM 2400-WRITE-MASKED-RECORD
               THRU 2400-WRITE-MASKED-RECORD-EXIT.

           SET WS-NOT-HOLDING TO TRUE.

       2250-FLUSH-HELD-RECORD-EXIT.
           EXIT.

      *================================================================
       2300-PERTURB-PAIR.
      *----------------------------------------------------------------
      * THE HELD RECORD (A) AND THE ONE JUST RETURNED (B) ARE IN THE
      * SAME COMPANY.  EACH AMOUNT OF A MOVES BY +DELTA AND THE SAME
      * AMOUNT OF B BY -DELTA, AND BOTH ARE WRITTEN.
      *================================================================
           MOVE TEST-ENR-HLD TO TEST-ENR-IMG.
           PERFORM 2850-LOAD-AMOUNTS
               THRU 2850-LOAD-AMOUNTS-EXIT.
           MOVE WS-AMT-WORK-TABLE TO WS-AMT-A-TABLE.

           MOVE TEST-ENR-SRT TO TEST-ENR-IMG.
           PERFORM 2850-LOAD-AMOUNTS
               THRU 2850-LOAD-AMOUNTS-EXIT.
           MOVE WS-AMT-WORK-TABLE TO WS-AMT-B-TABLE.

           PERFORM 2870-SET-PAIR-RATE
               THRU 2870-SET-PAIR-RATE-EXIT.

           PERFORM 2310-PERTURB-ONE-AMOUNT
               THRU 2310-PERTURB-ONE-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           MOVE TEST-ENR-HLD TO TEST-ENR-IMG.
           MOVE WS-AMT-A-TABLE TO WS-AMT-WORK-TABLE.
           MOVE WS-DLT-A-TABLE TO WS-DLT-WORK-TABLE.
           PERFORM 2860-STORE-AMOUNTS
               THRU 2860-STORE-AMOUNTS-EXIT.
           PERFORM 2400-WRITE-MASKED-RECORD
               THRU 2400-WRITE-MASKED-RECORD-EXIT.

           MOVE TEST-ENR-SRT TO TEST-ENR-IMG.
           MOVE WS-AMT-B-TABLE TO WS-AMT-WORK-TABLE.
           MOVE WS-DLT-B-TABLE TO WS-DLT-WORK-TABLE.
           PERFORM 2860-STORE-AMOUNTS
               THRU 2860-STORE-AMOUNTS-EXIT.
           PERFORM 2400-WRITE-MASKED-RECORD
               THRU 2400-WRITE-MASKED-RECORD-EXIT.

           ADD 1 TO WS-PAIR-COUNT.
           SET WS-NOT-HOLDING TO TRUE.

       2300-PERTURB-PAIR-EXIT.
           EXIT.

      *================================================================
       2310-PERTURB-ONE-AMOUNT.
      *----------------------------------------------------------------
      * DELTA = RATE PER CENT OF THE PAIR'S AVERAGE SIZE, CUT TO THE
      * FIELD'S GRAIN; AN ODD RATE TURNS IT NEGATIVE.  IF EITHER NEW
      * AMOUNT WOULD NOT FIT ITS PICTURE THE FIELD IS LEFT ALONE.
      *================================================================
           MOVE ZERO TO WS-DLT-A (WS-SUB)
                        WS-DLT-B (WS-SUB).

           COMPUTE WS-AMT-BASE = FUNCTION ABS (WS-AMT-A (WS-SUB))
                               + FUNCTION ABS (WS-AMT-B (WS-SUB)).

           COMPUTE WS-DLT-UNITS = WS-AMT-BASE * WS-MSK-RATE
                                * WS-AMT-SCALE (WS-SUB) / 200.

           COMPUTE WS-DLT-AMT = WS-DLT-UNITS / WS-AMT-SCALE (WS-SUB).

           IF FUNCTION MOD (WS-MSK-RATE, 2) = 1
               COMPUTE WS-DLT-AMT = 0 - WS-DLT-AMT
           END-IF.

           COMPUTE WS-NEW-A = WS-AMT-A (WS-SUB) + WS-DLT-AMT.
           COMPUTE WS-NEW-B = WS-AMT-B (WS-SUB) - WS-DLT-AMT.

           IF FUNCTION ABS (WS-NEW-A) > WS-AMT-LIMIT (WS-SUB) OR
              FUNCTION ABS (WS-NEW-B) > WS-AMT-LIMIT (WS-SUB)
               GO TO 2310-PERTURB-ONE-AMOUNT-EXIT
           END-IF.

           MOVE WS-NEW-A TO WS-AMT-A (WS-SUB).
           MOVE WS-NEW-B TO WS-AMT-B (WS-SUB).
           MOVE WS-DLT-AMT TO WS-DLT-A (WS-SUB).
           COMPUTE WS-DLT-B (WS-SUB) = 0 - WS-DLT-AMT.

       2310-PERTURB-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2400-WRITE-MASKED-RECORD.
      *----------------------------------------------------------------
      * TEST-ENR-IMG HOLDS THE RECORD WITH ITS FINAL AMOUNTS AND
      * WS-DLT-WORK ITS DELTAS.  THE DELTA ROW IS KEYED ON THE
      * PRODUCTION KEY, SO IT GOES OUT BEFORE THE KEY IS TOKENISED.
      *================================================================
           PERFORM 2440-ADD-MASKED-AMOUNT
               THRU 2440-ADD-MASKED-AMOUNT-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           PERFORM 2420-WRITE-DELTA-ROW
               THRU 2420-WRITE-DELTA-ROW-EXIT.

           PERFORM 2820-MASK-ENTITY-FIELDS
               THRU 2820-MASK-ENTITY-FIELDS-EXIT.

           MOVE TEST-ENR-IMG TO TEST-ENR-MSK.

           COMPUTE WS-MSK-IDX-LEN =
                   346 + (5 * TEST-ARR-BEF-CNT-MSK)
                       + (5 * TEST-ARR-AFT-CNT-MSK)
                       + (15 * TEST-CPLX-ARR-CNT-MSK).

           WRITE TEST-ENR-MSK.
           IF MSK-IDX-OK
               ADD 1 TO WS-FS-WRITTEN (1)
               PERFORM 2410-WRITE-PATH-ROW
                   THRU 2410-WRITE-PATH-ROW-EXIT
           ELSE
               DISPLAY "TE039MSK - WRITE ERROR ON MSKIDX  TOKEN="
                       TEST-KEY-ENT OF TEST-ENR-MSK
                       "  STATUS=" WS-MSK-IDX-STATUS
               SET WS-FATAL TO TRUE
               SET WS-MASK-FAILED TO TRUE
           END-IF.

       2400-WRITE-MASKED-RECORD-EXIT.
           EXIT.

      *================================================================
       2410-WRITE-PATH-ROW.
      *----------------------------------------------------------------
      * ONE PATH ROW PER MASKED RECORD, THE SAME ROW TE000LOD WRITES.
      *================================================================
           MOVE SPACES TO COMP-PATH-RECORD.
           MOVE TEST-COMP OF TEST-ENR-MSK    TO CIX-COMP.
           MOVE TEST-KEY-ENT OF TEST-ENR-MSK TO CIX-KEY-ENT.

           WRITE COMP-PATH-RECORD.
           IF MSK-CIX-OK
               ADD 1 TO WS-FS-READ (2)
                        WS-FS-WRITTEN (2)
                        WS-FS-KEYS (2)
           ELSE
               DISPLAY "TE039MSK - WRITE ERROR ON MSKCIDX  TOKEN="
                       CIX-KEY-ENT "  STATUS=" WS-MSK-CIX-STATUS
               SET WS-FATAL TO TRUE
               SET WS-MASK-FAILED TO TRUE
           END-IF.

       2410-WRITE-PATH-ROW-EXIT.
           EXIT.

      *================================================================
       2420-WRITE-DELTA-ROW.
      *================================================================
           MOVE SPACES TO MSK-DLT-RECORD.
           MOVE TEST-KEY-ENT OF TEST-ENR-IMG TO DLT-KEY-ENT.

           PERFORM 2425-MOVE-ONE-DELTA
               THRU 2425-MOVE-ONE-DELTA-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           WRITE MSK-DLT-RECORD.
           IF NOT MSK-DLT-OK
               DISPLAY "TE039MSK - WRITE ERROR ON MSKDLT  STATUS="
                       WS-MSK-DLT-STATUS
               SET WS-FATAL TO TRUE
               SET WS-MASK-FAILED TO TRUE
           END-IF.

       2420-WRITE-DELTA-ROW-EXIT.
           EXIT.

      *================================================================
       2425-MOVE-ONE-DELTA.
      *================================================================
           MOVE WS-DLT-WORK (WS-SUB) TO DLT-MNT-DELTA (WS-SUB).

       2425-MOVE-ONE-DELTA-EXIT.
           EXIT.

      *================================================================
       2430-ADD-ORIGINAL-AMOUNT.
      *================================================================
           ADD WS-AMT-WORK (WS-SUB) TO WS-ORIG-MNT-TOTAL (WS-SUB).

       2430-ADD-ORIGINAL-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2440-ADD-MASKED-AMOUNT.
      *================================================================
           ADD WS-AMT-WORK (WS-SUB) TO WS-MASK-MNT-TOTAL (WS-SUB).

       2440-ADD-MASKED-AMOUNT-EXIT.
           EXIT.

      *================================================================
       2450-CHECK-COMPANY-TOTALS.
      *----------------------------------------------------------------
      * THE PROOF THAT TE009BAL WILL BALANCE THE COMPANY TO THE SAME
      * FIGURES ON THE COPY: ALL TEN TOTALS, AT FULL PRECISION.
      *================================================================
           SET WS-COMPANY-BALANCED TO TRUE.
           MOVE SPACES TO WS-MSK-TOKEN.

           PERFORM 2460-COMPARE-ONE-TOTAL
               THRU 2460-COMPARE-ONE-TOTAL-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10.

           IF WS-COMPANY-BALANCED
               MOVE WS-COMP-RECORD-COUNT TO WS-COUNT-ED
               MOVE "COMPANY BALANCED    " TO MRP-CHECK
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "COMP=" WS-BREAK-COMP
                      "  RECORDS=" WS-COUNT-ED
                      "  TEN TOTALS UNCHANGED"
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               PERFORM 2950-WRITE-REPORT-LINE
                   THRU 2950-WRITE-REPORT-LINE-EXIT
           END-IF.

           ADD 1 TO WS-COMPANY-COUNT.
           MOVE ZERO TO WS-COMP-RECORD-COUNT.
           INITIALIZE WS-COMPANY-TOTALS.

       2450-CHECK-COMPANY-TOTALS-EXIT.
           EXIT.

      *================================================================
       2460-COMPARE-ONE-TOTAL.
      *================================================================
           IF WS-ORIG-MNT-TOTAL (WS-SUB) = WS-MASK-MNT-TOTAL (WS-SUB)
               GO TO 2460-COMPARE-ONE-TOTAL-EXIT
           END-IF.

           SET WS-COMPANY-UNBALANCED TO TRUE.
           COMPUTE WS-TOTAL-DIFF = WS-MASK-MNT-TOTAL (WS-SUB)
                                 - WS-ORIG-MNT-TOTAL (WS-SUB).
           MOVE WS-TOTAL-DIFF TO WS-DIFF-ED.
           MOVE WS-SUB TO WS-SUB-ED.
           MOVE "COMPANY TOTAL MOVED " TO MRP-CHECK.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "COMP=" WS-BREAK-COMP
                  " MNT-" WS-SUB-ED
                  " DIFF=" WS-DIFF-ED
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM 2900-WRITE-EXCEPTION
               THRU 2900-WRITE-EXCEPTION-EXIT.

       2460-COMPARE-ONE-TOTAL-EXIT.
           EXIT.

      *================================================================
       2500-MASK-COMPANY-XREF.
      *----------------------------------------------------------------
      * COMPXREF IS COPIED IN CMP-CODE ORDER WITH CMP-NAME REPLACED.
      *================================================================
           SET WS-NOT-EOF TO TRUE.
           MOVE 3 TO WS-FILE-SUB.

           OPEN INPUT CMP-IDX-FILE.
           IF NOT CMP-IDX-OK
               DISPLAY "TE039MSK - OPEN ERROR ON COMPXREF  STATUS="
                       WS-CMP-IDX-STATUS
               SET WS-FATAL TO TRUE
               GO TO 2500-MASK-COMPANY-XREF-EXIT
           END-IF.

           OPEN OUTPUT MSK-CMP-FILE.
           IF NOT MSK-CMP-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKCMP  STATUS="
                       WS-MSK-CMP-STATUS
               SET WS-FATAL TO TRUE
               CLOSE CMP-IDX-FILE
               GO TO 2500-MASK-COMPANY-XREF-EXIT
           END-IF.

           PERFORM 2510-MASK-ONE-COMPANY
               THRU 2510-MASK-ONE-COMPANY-EXIT
               UNTIL WS-EOF.

           CLOSE CMP-IDX-FILE
                 MSK-CMP-FILE.

       2500-MASK-COMPANY-XREF-EXIT.
           EXIT.

      *================================================================
       2510-MASK-ONE-COMPANY.
      *================================================================
           READ CMP-IDX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2510-MASK-ONE-COMPANY-EXIT
           END-READ.

           ADD 1 TO WS-FS-READ (3).

           MOVE CMP-NAME OF COMP-XREF-RECORD TO WS-ORIG-NAME.
           MOVE "COMPANY" TO WS-NAME-STEM.
           MOVE CMP-CODE OF COMP-XREF-RECORD TO WS-NAME-TAG.
           PERFORM 2840-BUILD-NAME
               THRU 2840-BUILD-NAME-EXIT.
           MOVE WS-MSK-TEXT TO CMP-NAME OF COMP-XREF-RECORD.

           MOVE SPACES TO WS-MSK-TOKEN.
           PERFORM 2845-CHECK-NAME-MASKED
               THRU 2845-CHECK-NAME-MASKED-EXIT.

           WRITE COMP-XREF-RECORD-MSK FROM COMP-XREF-RECORD.
           IF MSK-CMP-OK
               ADD 1 TO WS-FS-WRITTEN (3)
           ELSE
               DISPLAY "TE039MSK - WRITE ERROR ON MSKCMP  CODE="
                       CMP-CODE OF COMP-XREF-RECORD
                       "  STATUS=" WS-MSK-CMP-STATUS
               SET WS-FATAL TO TRUE
               SET WS-MASK-FAILED TO TRUE
           END-IF.

       2510-MASK-ONE-COMPANY-EXIT.
           EXIT.

      *================================================================
       2600-MASK-AUDIT-LOG.
      *----------------------------------------------------------------
      * ENRAUDT IS COPIED IN LOG ORDER.  ENRIDX IS OPENED HERE FOR
      * THE LIVE-KEY LOOKUPS AND MSKDLT FOR THE KEY'S DELTAS.
      *================================================================
           SET WS-NOT-EOF TO TRUE.
           MOVE 4 TO WS-FILE-SUB.

           OPEN INPUT ENR-IDX-FILE.
           IF NOT ENR-IDX-OK
               DISPLAY "TE039MSK - OPEN ERROR ON ENRIDX  STATUS="
                       WS-ENR-IDX-STATUS
               SET WS-FATAL TO TRUE
               GO TO 2600-MASK-AUDIT-LOG-EXIT
           END-IF.
           SET WS-LKP-IS-OPEN TO TRUE.

           OPEN INPUT MSK-DLT-FILE.
           IF NOT MSK-DLT-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKDLT  STATUS="
                       WS-MSK-DLT-STATUS
               SET WS-FATAL TO TRUE
               GO TO 2600-MASK-AUDIT-LOG-EXIT
           END-IF.

           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT AUDIT-OK
               DISPLAY "TE039MSK - OPEN ERROR ON ENRAUDT  STATUS="
                       WS-AUDIT-STATUS
               SET WS-FATAL TO TRUE
               CLOSE MSK-DLT-FILE
               GO TO 2600-MASK-AUDIT-LOG-EXIT
           END-IF.

           OPEN OUTPUT MSK-AUD-FILE.
           IF NOT MSK-AUD-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKAUDT  STATUS="
                       WS-MSK-AUD-STATUS
               SET WS-FATAL TO TRUE
               CLOSE MSK-DLT-FILE
                     AUDIT-LOG-FILE
               GO TO 2600-MASK-AUDIT-LOG-EXIT
           END-IF.

           PERFORM 2610-MASK-ONE-AUDIT-ROW
               THRU 2610-MASK-ONE-AUDIT-ROW-EXIT
               UNTIL WS-EOF.

           CLOSE MSK-DLT-FILE
                 AUDIT-LOG-FILE
                 MSK-AUD-FILE.

       2600-MASK-AUDIT-LOG-EXIT.
           EXIT.

      *================================================================
       2610-MASK-ONE-AUDIT-ROW.
      *----------------------------------------------------------------
      * A KEY NO LONGER ON THE MASTER HAS NO DELTA ROW; ITS IMAGES
      * ARE STILL TOKENISED AND RENAMED, BUT KEEP THEIR AMOUNTS.
      *================================================================
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2610-MASK-ONE-AUDIT-ROW-EXIT
           END-READ.

           ADD 1 TO WS-FS-READ (4).

           MOVE AUD-KEY TO DLT-KEY-ENT.
           READ MSK-DLT-FILE
               INVALID KEY
                   SET WS-DLT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-DLT-FOUND TO TRUE
           END-READ.

           MOVE AUD-KEY TO WS-ORIG-KEY.
           PERFORM 2800-TOKENISE-KEY
               THRU 2800-TOKENISE-KEY-EXIT.
           MOVE WS-MSK-TOKEN TO AUD-KEY.
           PERFORM 2810-CHECK-KEY-MASKED
               THRU 2810-CHECK-KEY-MASKED-EXIT.
           PERFORM 2830-CHECK-LIVE-KEY
               THRU 2830-CHECK-LIVE-KEY-EXIT.

           MOVE AUD-BEFORE-IMAGE TO WS-AUD-IMAGE.
           PERFORM 2620-MASK-AUDIT-IMAGE
               THRU 2620-MASK-AUDIT-IMAGE-EXIT.
           MOVE WS-AUD-IMAGE TO AUD-BEFORE-IMAGE.

           MOVE AUD-AFTER-IMAGE TO WS-AUD-IMAGE.
           PERFORM 2620-MASK-AUDIT-IMAGE
               THRU 2620-MASK-AUDIT-IMAGE-EXIT.
           MOVE WS-AUD-IMAGE TO AUD-AFTER-IMAGE.

           WRITE MSK-AUD-RECORD FROM AUDIT-LOG-RECORD.
           IF MSK-AUD-OK
               ADD 1 TO WS-FS-WRITTEN (4)
           ELSE
               DISPLAY "TE039MSK - WRITE ERROR ON MSKAUDT  TOKEN="
                       AUD-KEY "  STATUS=" WS-MSK-AUD-STATUS
               SET WS-FATAL TO TRUE
               SET WS-MASK-FAILED TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       2610-MASK-ONE-AUDIT-ROW-EXIT.
           EXIT.

      *================================================================
       2620-MASK-AUDIT-IMAGE.
      *----------------------------------------------------------------
      * A BLANK IMAGE (NO BEFORE IMAGE ON AN ADD, NO AFTER IMAGE ON
      * A DELETE) IS LEFT BLANK.  A SHORTER RECORD GOES BACK SPACE-
      * PADDED, AS TE004WAL LOGS IT.
      *================================================================
           IF WS-AUD-IMAGE = SPACES
               GO TO 2620-MASK-AUDIT-IMAGE-EXIT
           END-IF.

           MOVE WS-AUD-IMAGE TO TEST-ENR-IMG.

           IF WS-DLT-FOUND
               PERFORM 2850-LOAD-AMOUNTS
                   THRU 2850-LOAD-AMOUNTS-EXIT
               PERFORM 2630-APPLY-ONE-DELTA
                   THRU 2630-APPLY-ONE-DELTA-EXIT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               PERFORM 2860-STORE-AMOUNTS
                   THRU 2860-STORE-AMOUNTS-EXIT
           END-IF.

           PERFORM 2820-MASK-ENTITY-FIELDS
               THRU 2820-MASK-ENTITY-FIELDS-EXIT.

           MOVE SPACES TO WS-AUD-IMAGE.
           MOVE TEST-ENR-IMG TO WS-AUD-IMAGE.
           ADD 1 TO WS-IMAGE-COUNT.

       2620-MASK-AUDIT-IMAGE-EXIT.
           EXIT.

      *================================================================
       2630-APPLY-ONE-DELTA.
      *----------------------------------------------------------------
      * AN OLDER IMAGE THE DELTA WOULD PUSH PAST THE PICTURE KEEPS
      * THAT AMOUNT.
      *================================================================
           COMPUTE WS-NEW-A = WS-AMT-WORK (WS-SUB)
                            + DLT-MNT-DELTA (WS-SUB).

           IF FUNCTION ABS (WS-NEW-A) NOT > WS-AMT-LIMIT (WS-SUB)
               MOVE WS-NEW-A TO WS-AMT-WORK (WS-SUB)
           END-IF.

       2630-APPLY-ONE-DELTA-EXIT.
           EXIT.

      *================================================================
       2700-PROVE-MASKED-MASTER.
      *----------------------------------------------------------------
      * READS MSKIDX BACK END TO END: EVERY TOKEN IS LOOKED UP ON THE
      * PRODUCTION MASTER, AND THE ROW COUNT MUST EQUAL WHAT WAS
      * WRITTEN.
      *================================================================
           SET WS-NOT-EOF TO TRUE.
           MOVE 1 TO WS-FILE-SUB.

           OPEN INPUT MSK-IDX-FILE.
           IF NOT MSK-IDX-OK
               DISPLAY "TE039MSK - OPEN ERROR ON MSKIDX  STATUS="
                       WS-MSK-IDX-STATUS
               SET WS-FATAL TO TRUE
               GO TO 2700-PROVE-MASKED-MASTER-EXIT
           END-IF.

           PERFORM 2710-PROVE-ONE-RECORD
               THRU 2710-PROVE-ONE-RECORD-EXIT
               UNTIL WS-EOF.

           CLOSE MSK-IDX-FILE.

           IF WS-PROVE-COUNT NOT = WS-FS-WRITTEN (1)
               MOVE SPACES TO WS-MSK-TOKEN
               MOVE WS-PROVE-COUNT    TO WS-COUNT-ED
               MOVE WS-FS-WRITTEN (1) TO WS-COUNT-ED-2
               MOVE "MASKED ROW COUNT    " TO MRP-CHECK
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "READ BACK=" WS-COUNT-ED
                      " WRITTEN=" WS-COUNT-ED-2
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
           END-IF.

       2700-PROVE-MASKED-MASTER-EXIT.
           EXIT.

      *================================================================
       2710-PROVE-ONE-RECORD.
      *================================================================
           READ MSK-IDX-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2710-PROVE-ONE-RECORD-EXIT
           END-READ.

           ADD 1 TO WS-PROVE-COUNT.

           MOVE TEST-KEY-ENT OF TEST-ENR-MSK TO WS-MSK-TOKEN.
           PERFORM 2830-CHECK-LIVE-KEY
               THRU 2830-CHECK-LIVE-KEY-EXIT.

       2710-PROVE-ONE-RECORD-EXIT.
           EXIT.

      *================================================================
       2800-TOKENISE-KEY.
      *----------------------------------------------------------------
      * WS-ORIG-KEY IN, WS-MSK-TOKEN OUT.
      *================================================================
           MOVE SPACES TO WS-MSK-TEXT.
           MOVE WS-ORIG-KEY TO WS-MSK-TEXT.
           MOVE 12 TO WS-MSK-LEN.

           PERFORM 2805-ROTATE-ONE-POSITION
               THRU 2805-ROTATE-ONE-POSITION-EXIT
               VARYING WS-MSK-POS FROM 1 BY 1
               UNTIL WS-MSK-POS > WS-MSK-LEN.

           MOVE WS-MSK-TEXT (1:12) TO WS-MSK-TOKEN.

       2800-TOKENISE-KEY-EXIT.
           EXIT.

      *================================================================
       2805-ROTATE-ONE-POSITION.
      *----------------------------------------------------------------
      * ROTATES ONE BYTE OF WS-MSK-TEXT BY ITS POSITION'S OFFSET.  A
      * BYTE THAT IS NOT A LETTER OR DIGIT IS LEFT AS IT IS.
      *================================================================
           COMPUTE WS-MSK-SLOT = FUNCTION MOD (WS-MSK-POS - 1, 12) + 1.
           COMPUTE WS-MSK-FROM = WS-SEED-OFFSET (WS-MSK-SLOT) + 1.

           INSPECT WS-MSK-TEXT (WS-MSK-POS:1)
               CONVERTING WS-MSK-ALPHA (1:36)
                       TO WS-MSK-ALPHA (WS-MSK-FROM:36).

       2805-ROTATE-ONE-POSITION-EXIT.
           EXIT.

      *================================================================
       2810-CHECK-KEY-MASKED.
      *================================================================
           IF WS-MSK-TOKEN NOT = WS-ORIG-KEY
               ADD 1 TO WS-FS-KEYS (WS-FILE-SUB)
               GO TO 2810-CHECK-KEY-MASKED-EXIT
           END-IF.

           MOVE "KEY NOT MASKED      " TO MRP-CHECK.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "KEY HAS NO LETTER OR DIGIT TO ROTATE"
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM 2900-WRITE-EXCEPTION
               THRU 2900-WRITE-EXCEPTION-EXIT.

       2810-CHECK-KEY-MASKED-EXIT.
           EXIT.

      *================================================================
       2820-MASK-ENTITY-FIELDS.
      *----------------------------------------------------------------
      * TOKENISES TEST-KEY-ENT AND REPLACES TEST-ENR-LIB IN
      * TEST-ENR-IMG.
      *================================================================
           MOVE TEST-KEY-ENT OF TEST-ENR-IMG TO WS-ORIG-KEY.
           PERFORM 2800-TOKENISE-KEY
               THRU 2800-TOKENISE-KEY-EXIT.
           MOVE WS-MSK-TOKEN TO TEST-KEY-ENT OF TEST-ENR-IMG.
           PERFORM 2810-CHECK-KEY-MASKED
               THRU 2810-CHECK-KEY-MASKED-EXIT.

           MOVE TEST-ENR-LIB OF TEST-ENR-IMG TO WS-ORIG-NAME.
           MOVE "ENTITY" TO WS-NAME-STEM.
           MOVE WS-MSK-TOKEN TO WS-NAME-TAG.
           PERFORM 2840-BUILD-NAME
               THRU 2840-BUILD-NAME-EXIT.
           MOVE WS-MSK-TEXT TO TEST-ENR-LIB OF TEST-ENR-IMG.
           PERFORM 2845-CHECK-NAME-MASKED
               THRU 2845-CHECK-NAME-MASKED-EXIT.

       2820-MASK-ENTITY-FIELDS-EXIT.
           EXIT.

      *================================================================
       2830-CHECK-LIVE-KEY.
      *----------------------------------------------------------------
      * A TOKEN THAT IS ALSO A PRODUCTION KEY WOULD PUT A REAL KEY ON
      * THE COPY, EVEN IF IT IS ANOTHER ENTITY'S.
      *================================================================
           IF WS-LKP-IS-CLOSED
               GO TO 2830-CHECK-LIVE-KEY-EXIT
           END-IF.

           MOVE WS-MSK-TOKEN TO TEST-KEY-ENT OF TEST-ENR.

           READ ENR-IDX-FILE
               INVALID KEY
                   GO TO 2830-CHECK-LIVE-KEY-EXIT
           END-READ.

           MOVE "TOKEN IS A LIVE KEY " TO MRP-CHECK.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "TOKEN MATCHES A PRODUCTION KEY, CHANGE MSKCTL"
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM 2900-WRITE-EXCEPTION
               THRU 2900-WRITE-EXCEPTION-EXIT.

       2830-CHECK-LIVE-KEY-EXIT.
           EXIT.

      *================================================================
       2840-BUILD-NAME.
      *----------------------------------------------------------------
      * WS-ORIG-NAME, WS-NAME-STEM AND WS-NAME-TAG IN, WS-MSK-TEXT
      * OUT.  NOTHING OF THE ORIGINAL NAME IS CARRIED OVER.
      *================================================================
           MOVE SPACES TO WS-MSK-TEXT.
           IF WS-ORIG-NAME = SPACES
               GO TO 2840-BUILD-NAME-EXIT
           END-IF.

           STRING WS-NAME-STEM DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  WS-NAME-TAG  DELIMITED BY SIZE
               INTO WS-MSK-TEXT.

       2840-BUILD-NAME-EXIT.
           EXIT.

      *================================================================
       2845-CHECK-NAME-MASKED.
      *----------------------------------------------------------------
      * A BLANK NAME HAS NOTHING TO HIDE AND IS NOT COUNTED.
      *================================================================
           IF WS-ORIG-NAME = SPACES
               GO TO 2845-CHECK-NAME-MASKED-EXIT
           END-IF.

           IF WS-MSK-TEXT NOT = WS-ORIG-NAME
               ADD 1 TO WS-FS-NAMES (WS-FILE-SUB)
               GO TO 2845-CHECK-NAME-MASKED-EXIT
           END-IF.

           MOVE "NAME NOT MASKED     " TO MRP-CHECK.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "NAME ALREADY EQUALS ITS REPLACEMENT"
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM 2900-WRITE-EXCEPTION
               THRU 2900-WRITE-EXCEPTION-EXIT.

       2845-CHECK-NAME-MASKED-EXIT.
           EXIT.

      *================================================================
       2850-LOAD-AMOUNTS.
      *----------------------------------------------------------------
      * TEST-MNT-1 THRU TEST-MNT-10 OF TEST-ENR-IMG TO WS-AMT-WORK.
      *================================================================
           MOVE TEST-MNT-1  OF TEST-ENR-IMG TO WS-AMT-WORK (1).
           MOVE TEST-MNT-2  OF TEST-ENR-IMG TO WS-AMT-WORK (2).
           MOVE TEST-MNT-3  OF TEST-ENR-IMG TO WS-AMT-WORK (3).
           MOVE TEST-MNT-4  OF TEST-ENR-IMG TO WS-AMT-WORK (4).
           MOVE TEST-MNT-5  OF TEST-ENR-IMG TO WS-AMT-WORK (5).
           MOVE TEST-MNT-6  OF TEST-ENR-IMG TO WS-AMT-WORK (6).
           MOVE TEST-MNT-7  OF TEST-ENR-IMG TO WS-AMT-WORK (7).
           MOVE TEST-MNT-8  OF TEST-ENR-IMG TO WS-AMT-WORK (8).
           MOVE TEST-MNT-9  OF TEST-ENR-IMG TO WS-AMT-WORK (9).
           MOVE TEST-MNT-10 OF TEST-ENR-IMG TO WS-AMT-WORK (10).

       2850-LOAD-AMOUNTS-EXIT.
           EXIT.

      *================================================================
       2860-STORE-AMOUNTS.
      *----------------------------------------------------------------
      * WS-AMT-WORK BACK TO TEST-MNT-1 THRU TEST-MNT-10.  EVERY DELTA
      * IS CUT TO ITS FIELD'S GRAIN, SO NOTHING IS TRUNCATED HERE.
      *================================================================
           MOVE WS-AMT-WORK (1)  TO TEST-MNT-1  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (2)  TO TEST-MNT-2  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (3)  TO TEST-MNT-3  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (4)  TO TEST-MNT-4  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (5)  TO TEST-MNT-5  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (6)  TO TEST-MNT-6  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (7)  TO TEST-MNT-7  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (8)  TO TEST-MNT-8  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (9)  TO TEST-MNT-9  OF TEST-ENR-IMG.
           MOVE WS-AMT-WORK (10) TO TEST-MNT-10 OF TEST-ENR-IMG.

       2860-STORE-AMOUNTS-EXIT.
           EXIT.

      *================================================================
       2870-SET-PAIR-RATE.
      *----------------------------------------------------------------
      * 5-44 PER CENT, FROM THE HELD RECORD'S KEY BYTES AND THE CARD.
      *================================================================
           MOVE ZERO TO WS-KEY-ORD-SUM.

           PERFORM 2875-ADD-ONE-KEY-BYTE
               THRU 2875-ADD-ONE-KEY-BYTE-EXIT
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > 12.

           COMPUTE WS-MSK-RATE =
                   FUNCTION MOD (WS-KEY-ORD-SUM + WS-SEED-SUM, 40) + 5.

       2870-SET-PAIR-RATE-EXIT.
           EXIT.

      *================================================================
       2875-ADD-ONE-KEY-BYTE.
      *================================================================
           COMPUTE WS-KEY-ORD-SUM = WS-KEY-ORD-SUM +
                   FUNCTION ORD
                       (TEST-KEY-ENT OF TEST-ENR-HLD (WS-BYTE-SUB:1)).

       2875-ADD-ONE-KEY-BYTE-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-EXCEPTION.
      *----------------------------------------------------------------
      * MRP-CHECK AND WS-DETAIL-TEXT ARE STAGED BY THE CALLER; THE
      * KEY COLUMN CARRIES THE TOKEN, NEVER THE PRODUCTION KEY.
      *================================================================
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-FS-EXCEPTIONS (WS-FILE-SUB).
           SET WS-MASK-FAILED TO TRUE.

           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2900-WRITE-EXCEPTION-EXIT.
           EXIT.

      *================================================================
       2950-WRITE-REPORT-LINE.
      *================================================================
           IF WS-RPT-IS-CLOSED
               GO TO 2950-WRITE-REPORT-LINE-EXIT
           END-IF.

           MOVE WS-FILE-NAME (WS-FILE-SUB) TO MRP-FILE.
           MOVE WS-MSK-TOKEN   TO MRP-KEY.
           MOVE WS-DETAIL-TEXT TO MRP-DETAIL.

           WRITE MSK-LINE.
           IF NOT MSK-RPT-OK
               DISPLAY "TE039MSK - WRITE ERROR ON MSKRPT  STATUS="
                       WS-MSK-RPT-STATUS
           END-IF.

       2950-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       2980-WRITE-FILE-SUMMARY.
      *----------------------------------------------------------------
      * TWO LINES PER FILE: ROWS READ / WRITTEN, THEN KEY FIELDS
      * TOKENISED / NAMES REPLACED / EXCEPTIONS.
      *================================================================
           MOVE SPACES TO WS-MSK-TOKEN.

           MOVE WS-FS-READ (WS-FILE-SUB)    TO WS-COUNT-ED.
           MOVE WS-FS-WRITTEN (WS-FILE-SUB) TO WS-COUNT-ED-2.
           MOVE "SUMMARY - ROWS      " TO MRP-CHECK.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "READ=" WS-COUNT-ED
                  "  WRITTEN=" WS-COUNT-ED-2
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

           MOVE WS-FS-KEYS (WS-FILE-SUB)       TO WS-COUNT-ED.
           MOVE WS-FS-NAMES (WS-FILE-SUB)      TO WS-COUNT-ED-2.
           MOVE WS-FS-EXCEPTIONS (WS-FILE-SUB) TO WS-COUNT-ED-3.
           MOVE "SUMMARY - MASKING   " TO MRP-CHECK.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "KEYS=" WS-COUNT-ED
                  "  NAMES=" WS-COUNT-ED-2
                  "  EXCEPTIONS=" WS-COUNT-ED-3
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           PERFORM 2950-WRITE-REPORT-LINE
               THRU 2950-WRITE-REPORT-LINE-EXIT.

       2980-WRITE-FILE-SUMMARY-EXIT.
           EXIT.

      *================================================================
       3000-TERMINATE.
      *================================================================
           IF WS-LKP-IS-OPEN
               CLOSE ENR-IDX-FILE
           END-IF.

           IF WS-FATAL
               SET WS-MASK-FAILED TO TRUE
           END-IF.

           IF WS-RPT-IS-OPEN
               PERFORM 2980-WRITE-FILE-SUMMARY
                   THRU 2980-WRITE-FILE-SUMMARY-EXIT
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-MAX
               MOVE 1 TO WS-FILE-SUB
               MOVE SPACES TO WS-MSK-TOKEN
               MOVE "VERDICT             " TO MRP-CHECK
               MOVE SPACES TO WS-DETAIL-TEXT
               IF WS-MASK-CLEAN
                   MOVE "NO UNMASKED KEY OR NAME; ALL COMPANIES BALANCE"
                       TO WS-DETAIL-TEXT
               ELSE
                   MOVE "MASK FAILED - COPY MUST NOT BE RELEASED"
                       TO WS-DETAIL-TEXT
               END-IF
               PERFORM 2950-WRITE-REPORT-LINE
                   THRU 2950-WRITE-REPORT-LINE-EXIT
               CLOSE MSK-RPT-FILE
           END-IF.

           DISPLAY "TE039MSK - MASTER RECORDS MASKED : "
                   WS-FS-WRITTEN (1).
           DISPLAY "TE039MSK - AMOUNT PAIRS          : "
                   WS-PAIR-COUNT.
           DISPLAY "TE039MSK - COMPANIES PROVED      : "
                   WS-COMPANY-COUNT.
           DISPLAY "TE039MSK - PATH ROWS WRITTEN     : "
                   WS-FS-WRITTEN (2).
           DISPLAY "TE039MSK - COMPANY ROWS MASKED   : "
                   WS-FS-WRITTEN (3).
           DISPLAY "TE039MSK - AUDIT ROWS MASKED     : "
                   WS-FS-WRITTEN (4).
           DISPLAY "TE039MSK - AUDIT IMAGES MASKED   : "
                   WS-IMAGE-COUNT.
           DISPLAY "TE039MSK - EXCEPTIONS            : "
                   WS-EXCEPTION-COUNT.

           IF WS-MASK-CLEAN
               DISPLAY "TE039MSK - VERDICT               : CLEAN"
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "TE039MSK - VERDICT               : FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-TERMINATE-EXIT.
           EXIT.
