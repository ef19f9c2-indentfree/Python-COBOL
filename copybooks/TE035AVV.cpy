      *================================================================
      * TE035AVV - ARRAY ENTRY VALID-VALUES ROW.
      * ONE ROW PER VALUE THE BUSINESS ACCEPTS IN ONE ARRAY OR
      * COMPLEXE-ARRAY SUB-FIELD, MAINTAINED AS A PLAIN CARD FILE
      * (ARRVALS) SO A NEW CODE CAN BE ALLOWED WITHOUT A PROGRAM
      * CHANGE:
      *   AVV-FIELD-ID     WHICH ARRAY OR SUB-FIELD THE ROW BELONGS
      *                    TO: SIMPLE-ARRAY-BEFORE, SIMPLE-ARRAY-AFTER
      *                    OR ONE OF COMPLEXE-ARRAY'S TEST-DATA1..5.
      *   AVV-VALUE        THE ACCEPTED VALUE, LEFT-JUSTIFIED.  THE
      *                    ENTRY IS BLANK-PADDED TO FIVE BYTES BEFORE
      *                    THE COMPARE (TEST-DATA1 IS ONE BYTE,
      *                    TEST-DATA2 TWO, ...), SO A VALUE WIDER
      *                    THAN ITS SUB-FIELD NEVER MATCHES.  AN
      *                    ALL-BLANK VALUE ALLOWS A BLANK ENTRY.
      *   AVV-LABEL        THE VALUE'S MEANING, FOR THE MAINTAINERS
      *                    OF THE FILE ONLY.
      * A SUB-FIELD WITH NO ROWS AT ALL IS NOT EDITED.  LOADED BY
      * TE035ARR (NIGHTLY STREAM), TE010RCY (RECYCLE) AND TE012ADD
      * (NEW ADDS) WITH THE SAME ROW EDITS, SO ALL THREE APPLY ONE
      * RULE.
      *================================================================
       01  ARR-VALUE-RECORD.
           03 AVV-FIELD-ID                 PIC X(08).
              88 AVV-FIELD-ARR-BEF                    VALUE "ARR-BEF ".
              88 AVV-FIELD-ARR-AFT                    VALUE "ARR-AFT ".
              88 AVV-FIELD-DATA1                      VALUE "DATA1   ".
              88 AVV-FIELD-DATA2                      VALUE "DATA2   ".
              88 AVV-FIELD-DATA3                      VALUE "DATA3   ".
              88 AVV-FIELD-DATA4                      VALUE "DATA4   ".
              88 AVV-FIELD-DATA5                      VALUE "DATA5   ".
           03 AVV-VALUE                    PIC X(05).
           03 AVV-LABEL                    PIC X(30).
           03 FILLER                       PIC X(37).
