      *================================================================
      * TE040XMT - OUTBOUND TRANSMISSION LOG RECORD.
      * ONE ROW PER FILE SENT (COMPEXT FROM TE009BAL, RTEINT1-4 FROM
      * TE024FMT) AND NOT YET CONFIRMED BY ITS RECEIVER.  CARRIED
      * NIGHT TO NIGHT BY TE040RCM (XMTMST IN, XMTNEW OUT, STAMP
      * XMTNSTP):
      *   XMT-FILE          DD NAME OF THE FILE AS SENT.
      *   XMT-RUN-DATE      CCYYMMDD RUN DATE OF THE FILE.
      *   XMT-SENT-COUNT    DETAIL ROWS SENT, OFF THE FILE'S TRAILER.
      *   XMT-SENT-HASH-SIGN
      *   XMT-SENT-HASH     TEST-MNT-1 HASH SENT (SEE TE040RCP).
      *   XMT-STATUS        U = NO RECEIPT YET, M = RECEIPT DID NOT
      *                     AGREE, C = CONFIRMED (NEVER CARRIED).
      *   XMT-RCPT-COUNT    FIGURES OFF THE LATEST RECEIPT, ZERO
      *   XMT-RCPT-HASH-SIGN
      *   XMT-RCPT-HASH     UNTIL ONE ARRIVES.
      *   XMT-RCPT-DATE     CCYYMMDD THE RECEIVER LOADED THE FILE.
      *   XMT-BUS-DAYS      BUSINESS DAYS OUTSTANDING AT THE LAST RUN.
      *================================================================
       01  TRANSMIT-LOG-RECORD.
           03 XMT-FILE                     PIC X(08).
           03 XMT-RUN-DATE                 PIC 9(08).
           03 XMT-SENT-COUNT               PIC 9(09).
           03 XMT-SENT-HASH-SIGN           PIC X(01).
           03 XMT-SENT-HASH                PIC 9(15).
           03 XMT-STATUS                   PIC X(01).
              88 XMT-UNCONFIRMED                       VALUE "U".
              88 XMT-MISMATCHED                        VALUE "M".
              88 XMT-CONFIRMED                         VALUE "C".
           03 XMT-RCPT-COUNT               PIC 9(09).
           03 XMT-RCPT-HASH-SIGN           PIC X(01).
           03 XMT-RCPT-HASH                PIC 9(15).
           03 XMT-RCPT-DATE                PIC 9(08).
           03 XMT-BUS-DAYS                 PIC 9(03).
           03 FILLER                       PIC X(22).
