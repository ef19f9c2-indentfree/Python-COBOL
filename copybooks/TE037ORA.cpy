      *================================================================
      * TE037ORA - ORPHAN CLOSURE ACKNOWLEDGMENT ROW.
      * ONE ROW PER CARRIED-MASTER ENTRY TE037ORS REMOVED BECAUSE ITS
      * ENTITY LEFT ENRIDX, FOR A SOURCE SYSTEM THAT STILL HAS THE
      * ITEM OPEN ON ITS SIDE.  WRITTEN TO ORSACK BY TE037ORS AND
      * SENT BY TE030ACK AS A FINAL "CLOSED" DETAIL ROW ON THE
      * SOURCE'S ACKNOWLEDGMENT FEED:
      *   ORA-KEY-ENT      THE REMOVED TEST-KEY-ENT.
      *   ORA-SRC-SYS      THE SOURCE SYSTEM THAT GETS THE ROW.
      *   ORA-MASTER       THE CARRIED MASTER THE ENTRY CAME OFF
      *                    (SUSPMST, HLDMST OR ACKPEND).
      *   ORA-DISPOSITION  ENTITY CLOSED (TE025DEL) OR ENTITY
      *                    ARCHIVED (TE016ARC).
      *================================================================
       01  ORPHAN-ACK-RECORD.
           03 ORA-KEY-ENT                  PIC X(12).
           03 ORA-SRC-SYS                  PIC X(04).
           03 ORA-MASTER                   PIC X(08).
           03 ORA-DISPOSITION              PIC X(16).
              88 ORA-ENTITY-CLOSED
                                             VALUE "ENTITY CLOSED   ".
              88 ORA-ENTITY-ARCHIVED
                                             VALUE "ENTITY ARCHIVED ".
           03 FILLER                       PIC X(40).
