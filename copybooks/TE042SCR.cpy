      *================================================================
      * TE042SCR - DUPLICATE-MATCH SCORE FOR ONE CANDIDATE PAIR.
      * RETURNED BY TE042DSC FUNCTION "S".  OUT OF 100:
      *   SCR-LIB-PTS     40 NORMALISED NAMES EQUAL, 25 WHEN THE
      *                   SHORTER (8 CHARACTERS OR MORE) BEGINS THE
      *                   LONGER, OTHERWISE 0.
      *   SCR-DATE1-PTS   15 TEST-DATE1 EQUAL AND NOT ZERO.
      *   SCR-DATE2-PTS   15 TEST-DATE2 EQUAL AND NOT ZERO.
      *   SCR-NUM-PTS     10 TEST-NUM EQUAL AND NOT BLANK OR ZERO.
      *   SCR-AMT-PTS     20 x THE SHARE OF TEST-MNT-1..10 POSITIONS,
      *                   AMONG THOSE NON-ZERO ON EITHER SIDE, WHERE
      *                   THE TWO AMOUNTS ARE EQUAL (SCR-AMT-MATCHED
      *                   OF SCR-AMT-USED), WHOLE POINTS; 0 WHEN NEITHER
      *                   RECORD CARRIES AN AMOUNT.
      *================================================================
       01  DUP-SCORE.
           03 SCR-TOTAL                    PIC 9(03).
           03 SCR-LIB-PTS                  PIC 9(02).
           03 SCR-DATE1-PTS                PIC 9(02).
           03 SCR-DATE2-PTS                PIC 9(02).
           03 SCR-NUM-PTS                  PIC 9(02).
           03 SCR-AMT-PTS                  PIC 9(02).
           03 SCR-AMT-MATCHED              PIC 9(02).
           03 SCR-AMT-USED                 PIC 9(02).
           03 FILLER                       PIC X(03).
