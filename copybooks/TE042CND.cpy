      *================================================================
      * TE042CND - DUPLICATE-MATCH CANDIDATE.
      * ONE TEST-ENR RECORD REDUCED TO THE FIELDS THE DUPLICATE
      * SCORE LOOKS AT, BUILT BY TE042DSC (FUNCTION "B") AND SCORED
      * BY IT IN PAIRS (FUNCTION "S").  TE042DUP HOLDS A COMPANY'S
      * CANDIDATES AS 200-BYTE TABLE ENTRIES IN THIS SHAPE; TE042DAD
      * BUILDS ONE PER ADD AND ONE PER ENTITY OF THE ADD'S COMPANY:
      *   CND-LIB-NORM      TEST-ENR-LIB FOLDED TO UPPER CASE WITH
      *                     EVERYTHING BUT LETTERS AND DIGITS TAKEN
      *                     OUT, LEFT-JUSTIFIED; CND-LIB-LEN ITS LENGTH.
      *   CND-DATE1/DATE2   ZERO WHEN THE RECORD'S DATE IS NOT NUMERIC.
      *   CND-MNT-VALUE     TEST-MNT-1..10 IN ONE CANONICAL SHAPE, SO
      *                     THE SAME AMOUNT COMPARES EQUAL WHATEVER
      *                     ITS FIELD'S SIGN CONVENTION; ZERO WHEN NOT
      *                     NUMERIC.  CND-MNT-USED COUNTS THE NON-ZERO.
      *================================================================
       01  DUP-CANDIDATE.
           03 CND-KEY-ENT                  PIC X(12).
           03 CND-COMP                     PIC X(10).
           03 CND-SRC-SYS                  PIC X(04).
           03 CND-LIB-NORM                 PIC X(30).
           03 CND-LIB-LEN                  PIC 9(02).
           03 CND-DATE1                    PIC 9(08).
           03 CND-DATE2                    PIC 9(08).
           03 CND-NUM                      PIC X(04).
           03 CND-MNT-VALUE                PIC S9(10)V9(9) COMP-3
                                           OCCURS 10 TIMES.
           03 CND-MNT-USED                 PIC 9(02).
           03 FILLER                       PIC X(20).
