      *================================================================
      * TE040RCP - INBOUND RECEIPT CONFIRMATION RECORD.
      * ONE ROW PER FILE LOADED, SENT BACK BY THE RECEIVING SYSTEM
      * (THE DOWNSTREAM REPORTING SYSTEM FOR COMPEXT, THE ROUTE
      * QUEUES' OWNERS FOR RTEINT1-4) AND READ BY TE040RCM ON RCPTIN:
      *   RCP-FILE          THE DD NAME OF THE FILE AS SENT
      *                     ("COMPEXT ", "RTEINT1 " .. "RTEINT4 ").
      *   RCP-RUN-DATE      CCYYMMDD RUN DATE OF THE FILE LOADED.
      *   RCP-RECORD-COUNT  DETAIL ROWS LOADED.
      *   RCP-HASH-SIGN     + OR -.
      *   RCP-HASH-TOTAL    HASH OF TEST-MNT-1 AS LOADED: THE TRAILER
      *                     HASH FOR RTEINTn, THE GRAND MNT-1 TOTAL
      *                     IN CENTS FOR COMPEXT.
      *   RCP-RECEIVED-DATE CCYYMMDD THE RECEIVER LOADED THE FILE.
      *   RCP-RECEIVER      RECEIVING SYSTEM ID, FOR THE REPORT.
      *================================================================
       01  RECEIPT-RECORD.
           03 RCP-FILE                     PIC X(08).
           03 RCP-RUN-DATE                 PIC 9(08).
           03 RCP-RECORD-COUNT             PIC 9(09).
           03 RCP-HASH-SIGN                PIC X(01).
           03 RCP-HASH-TOTAL               PIC 9(15).
           03 RCP-RECEIVED-DATE            PIC 9(08).
           03 RCP-RECEIVER                 PIC X(08).
           03 FILLER                       PIC X(23).
