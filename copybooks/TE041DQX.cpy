      *================================================================
      * TE041DQX - SOURCE-SYSTEM DATA-QUALITY SCORECARD EXTRACT.
      * WRITTEN BY TE041DQS AT MONTH END, 150 BYTES FIXED:
      *   DQSNEW      EVERY SOURCE, KEPT AS NEXT MONTH'S DQSPRV.
      *   DQSSRC1-4   ONE SOURCE'S ROWS EACH, ON THE FEED ITS ACKCTL
      *               CARD NAMES, SENT WITH THE ACKSRC1-4 RETURNS.
      * EVERY ROW CARRIES THE RECORD TYPE, THE SOURCE SYSTEM AND THE
      * SCORECARD MONTH (CCYYMM), THEN ONE OF FIVE BODIES:
      *   HDR  RUN DATE AND FEED NUMBER (ZERO ON DQSNEW).
      *   SUM  ONE PER SOURCE: SUBMISSIONS AND ACCEPTANCE, DELETE
      *        REJECTS, SUSPENSE ENTERED / CLEARED / AVERAGE BUSINESS
      *        DAYS TO CLEAR, HOLDS TRIGGERED, WHAT WAS STILL OPEN AT
      *        MONTH END, AND THE PRIOR MONTH'S FIGURES (DQX-PRV-FOUND
      *        "N" WHEN THERE WAS NO PRIOR SCORECARD FOR THE SOURCE).
      *   EDS  ONE PER SUSPENSE EDIT SOURCE (DATE, COMP, AMNT, ARRY).
      *   RSN  ONE PER REJECT REASON, RANKED BY FREQUENCY; DQX-RSN-FILE
      *        IS THE FILE THE REJECT CAME FROM (ADDSUSP / DELSUSP).
      *   TRL  SOURCES AND DETAIL ROWS (SUM + EDS + RSN) IN THE FILE.
      * PERCENTAGES ARE 9(3)V99, DAY AVERAGES 9(4)V9.
      *================================================================
       01  DQ-EXTRACT-RECORD.
           03 DQX-REC-TYPE                 PIC X(03).
              88 DQX-HEADER                            VALUE "HDR".
              88 DQX-SUMMARY                           VALUE "SUM".
              88 DQX-EDIT-SOURCE                       VALUE "EDS".
              88 DQX-REASON                            VALUE "RSN".
              88 DQX-TRAILER                           VALUE "TRL".
           03 DQX-SRC-SYS                  PIC X(04).
           03 DQX-MONTH                    PIC 9(06).
           03 DQX-BODY                     PIC X(137).
           03 DQX-HDR-BODY REDEFINES DQX-BODY.
              05 DQX-RUN-DATE              PIC 9(08).
              05 DQX-FEED-NO               PIC 9(01).
              05 FILLER                    PIC X(128).
           03 DQX-SUM-BODY REDEFINES DQX-BODY.
              05 DQX-SUBMITTED             PIC 9(09).
              05 DQX-ACCEPTED              PIC 9(09).
              05 DQX-REJECTED              PIC 9(09).
              05 DQX-ACCEPT-PCT            PIC 9(03)V99.
              05 DQX-DEL-REJECTED          PIC 9(09).
              05 DQX-SUSP-ENTERED          PIC 9(09).
              05 DQX-SUSP-CLEARED          PIC 9(09).
              05 DQX-AVG-CLEAR-DAYS        PIC 9(04)V9.
              05 DQX-SUSP-OPEN             PIC 9(09).
              05 DQX-HOLDS-TRIGGERED       PIC 9(09).
              05 DQX-HOLDS-OPEN            PIC 9(09).
              05 DQX-ACK-OPEN              PIC 9(09).
              05 DQX-OPEN-TOTAL            PIC 9(09).
              05 DQX-PRV-FOUND             PIC X(01).
              05 DQX-PRV-SUBMITTED         PIC 9(09).
              05 DQX-PRV-ACCEPT-PCT        PIC 9(03)V99.
              05 DQX-PRV-OPEN-TOTAL        PIC 9(09).
              05 FILLER                    PIC X(04).
           03 DQX-EDS-BODY REDEFINES DQX-BODY.
              05 DQX-EDS-SOURCE            PIC X(04).
              05 DQX-EDS-ENTERED           PIC 9(09).
              05 DQX-EDS-CLEARED           PIC 9(09).
              05 DQX-EDS-AVG-DAYS          PIC 9(04)V9.
              05 DQX-EDS-OPEN              PIC 9(09).
              05 FILLER                    PIC X(101).
           03 DQX-RSN-BODY REDEFINES DQX-BODY.
              05 DQX-RSN-RANK              PIC 9(03).
              05 DQX-RSN-FILE              PIC X(08).
              05 DQX-RSN-TEXT              PIC X(40).
              05 DQX-RSN-COUNT             PIC 9(09).
              05 DQX-RSN-PCT               PIC 9(03)V99.
              05 FILLER                    PIC X(72).
           03 DQX-TRL-BODY REDEFINES DQX-BODY.
              05 DQX-TRL-SOURCES           PIC 9(05).
              05 DQX-TRL-ROWS              PIC 9(09).
              05 FILLER                    PIC X(123).
