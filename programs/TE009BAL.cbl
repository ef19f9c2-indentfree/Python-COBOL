      *                    CONTROL LINE TO THE BALANCE HISTORY FILE
      *                    (BALHIST, TE021HST LAYOUT) FOR THE
      *                    TE021TRD DAY-OVER-DAY TREND REPORT.
      *   2026-10-15  DP   THE COMPEXT GRAND ROW CARRIES THE RUN DATE
      *                    IN EXT-DATE-TRT SO A RECEIPT FOR THE FILE
      *                    CAN BE MATCHED TO THE NIGHT IT WAS SENT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE009BAL.
       2970-WRITE-GRAND-EXTRACT-TOTAL.
      *----------------------------------------------------------------
      * COMPEXT'S COPY OF THE GRAND-TOTAL LINE JUST WRITTEN TO BALRPT
      * BY 2950-WRITE-GRAND-TOTAL, DATED WITH THE RUN DATE.
      *================================================================
           INITIALIZE EXT-LINE.

           MOVE "GRAND   " TO EXT-LINE-TYPE.
           MOVE SPACES TO EXT-COMP.
           MOVE WS-RUN-DATE TO EXT-DATE-TRT.
           MOVE WS-GRAND-RECORD-COUNT TO EXT-RECORD-COUNT.

           PERFORM 2975-BUILD-GRAND-EXTRACT-AMOUNT
