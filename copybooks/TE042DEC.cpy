      *================================================================
      * TE042DEC - DUPLICATE REVIEW DECISION (DUPDEC).
      * ONE CARD PER REVIEWED PAIR OFF THE TE042DUP / TE042DAD
      * REPORTS, KEYED BY THE REVIEWER AND KEPT FROM RUN TO RUN.  THE
      * TWO KEYS MAY BE GIVEN IN EITHER ORDER; A LATER CARD FOR THE
      * SAME PAIR REPLACES AN EARLIER ONE.
      *   DEC-DECISION   N = NOT A DUPLICATE -- THE PAIR IS NEVER
      *                      REPORTED OR FLAGGED AGAIN.
      *                  D = CONFIRMED DUPLICATE -- STILL REPORTED
      *                      WHILE BOTH KEYS ARE LIVE, AND AN ADD
      *                      RESUBMITTED UNDER ONE OF THE KEYS IS
      *                      FLAGGED AGAINST THE OTHER WHATEVER ITS
      *                      SCORE.
      *================================================================
       01  DUP-DECISION-RECORD.
           03 DEC-KEY-1                    PIC X(12).
           03 DEC-KEY-2                    PIC X(12).
           03 DEC-DECISION                 PIC X(01).
              88 DEC-NOT-DUPLICATE                     VALUE "N".
              88 DEC-IS-DUPLICATE                      VALUE "D".
           03 DEC-REVIEW-DATE              PIC 9(08).
           03 DEC-REVIEWER                 PIC X(10).
           03 DEC-NOTE                     PIC X(30).
           03 FILLER                       PIC X(07).
