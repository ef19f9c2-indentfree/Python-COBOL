      *================================================================
      * TE036CFS - CARRIED-MASTER GENERATION STAMP.
      * ONE ROW WRITTEN BESIDE EVERY NEW GENERATION OF A MASTER THAT
      * IS CARRIED FORWARD NIGHT TO NIGHT, AND CATALOGED WITH IT --
      * THE SAME IDEA AS THE TE032GEN STAMP BESIDE AN ENRSEQ BACKUP:
      *   SUSPNEW (TE010RCY)  STAMP SUSPNSTP, READ BACK AS SUSPSTMP
      *   HLDNEW  (TE023HMG)  STAMP HLDNSTP,  READ BACK AS HLDSTMP
      *   PNDNEW  (TE006INQ)  STAMP PNDNSTP,  READ BACK AS PNDSTMP
      *   ACKPNEW (TE030ACK)  STAMP ACKNSTP,  READ BACK AS ACKSTMP
      *   SCHNEW  (TE006INQ)  STAMP SCHNSTP,  READ BACK AS SCHSTMP
      *   XMTNEW  (TE040RCM)  STAMP XMTNSTP,  READ BACK AS XMTSTMP
      * CFS-MASTER-ID NAMES THE MASTER THE GENERATION BECOMES THE
      * NEXT NIGHT, CFS-RUN-DATE IS THE NIGHT IT WAS WRITTEN AND
      * CFS-RECORD-COUNT IS THE NUMBER OF ROWS IT HOLDS (ZERO IS A
      * VALID, EMPTY POPULATION).  CFS-STATUS IS "C" ONLY WHEN THE
      * WRITING STEP ENDED CLEAN; ANY OTHER VALUE MEANS THE
      * GENERATION MUST NOT BE CARRIED.  TE036RDY CHECKS EACH STAMP
      * AGAINST ITS MASTER BEFORE THE STREAM STARTS.  WHEN TE037ORS
      * SWEEPS ORPHANS OFF A MASTER IT CARRIES THE STAMP TO THE SWEPT
      * GENERATION (SUSPSSTP, HLDSSTP, PNDSSTP, ACKSSTP) WITH THE
      * MASTER'S RUN DATE AND THE NEW ROW COUNT.
      *================================================================
       01  CARRY-STAMP-RECORD.
           03 CFS-MASTER-ID                 PIC X(08).
           03 CFS-PROGRAM                   PIC X(08).
           03 CFS-RUN-DATE                  PIC 9(08).
           03 CFS-RECORD-COUNT              PIC 9(09).
           03 CFS-STATUS                    PIC X(01).
              88 CFS-COMPLETE                          VALUE "C".
              88 CFS-INCOMPLETE                        VALUE "I".
           03 FILLER                        PIC X(46).
