      *================================================================
      * TE032GEN - MASTER BACKUP GENERATION STAMP.
      * ONE ROW WRITTEN BY TE032BKP BESIDE EVERY DATED ENRSEQ
      * GENERATION IT CUTS FROM ENRIDX, AND CATALOGED WITH IT.  THE
      * ROW CARRIES THE CUT TIMESTAMP (THE START OF THE UNLOAD) AND
      * THE NUMBER OF RECORDS THE GENERATION HOLDS.  GEN-STATUS IS
      * "C" ONLY WHEN THE UNLOAD REACHED END OF FILE WITH EVERY
      * RECORD WRITTEN; ANY OTHER VALUE MEANS THE GENERATION IS NOT
      * A GOOD BACKUP AND TE033FRC WILL NOT RECOVER FROM IT.
      * TE033FRC RE-APPLIES EVERY ENRAUDT ROW STAMPED ON OR AFTER
      * GEN-CUT-DATE/TIME ON TOP OF THE GENERATION.
      *================================================================
       01  GEN-STAMP-RECORD.
           03 GEN-CUT-STAMP.
              05 GEN-CUT-DATE               PIC 9(08).
              05 GEN-CUT-TIME               PIC 9(08).
           03 GEN-RECORD-COUNT              PIC 9(09).
           03 GEN-STATUS                    PIC X(01).
              88 GEN-COMPLETE                          VALUE "C".
              88 GEN-INCOMPLETE                        VALUE "I".
           03 FILLER                        PIC X(54).
