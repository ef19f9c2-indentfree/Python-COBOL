      *================================================================
      * TE010SUS - SUSPENSE MASTER RECORD.
      * ONE ROW PER TEST-ENR RECORD HELD OUT OF THE NIGHTLY STREAM BY
      * TE003VAL'S DATE CROSS-CHECK, TE007VAL'S COMPANY EDIT,
      * TE026LIM'S AMOUNT-REASONABLENESS EDIT, OR TE035ARR'S ARRAY
      * ENTRY DOMAIN EDIT.  THE FULL REJECTED RECORD IMAGE IS
      * CARRIED (SPACE-PADDED TO TEST-ENR'S MAXIMUM 546 BYTES, SEE
      * COBOL-TEST.CPY) TOGETHER
      * WITH ITS TRUE LENGTH, SO THE RECYCLE PASS (TE010RCY) CAN
      * RE-PRESENT THE RECORD THROUGH THE SAME EDITS WITHOUT ANY
      * RE-KEYING.  SUSP-FIRST-REJ-DATE IS SET THE FIRST NIGHT THE
              88 SUSP-FROM-DATE-EDIT                  VALUE "DATE".
              88 SUSP-FROM-COMP-EDIT                  VALUE "COMP".
              88 SUSP-FROM-AMNT-EDIT                  VALUE "AMNT".
              88 SUSP-FROM-ARRY-EDIT                  VALUE "ARRY".
           03 SUSP-REASON-CD               PIC X(40).
           03 SUSP-FIRST-REJ-DATE          PIC 9(08).
           03 SUSP-ENR-LEN                 PIC 9(04).
