      *================================================================
      * TE042FLG - LIKELY-DUPLICATE ADD FLAG (DUPFLAG).
      * WRITTEN BY TE042DAD FOR EVERY ENRADDS TRANSACTION WHOSE BEST
      * MATCH ON THE MASTER SCORES AT OR ABOVE THE DUPCTL THRESHOLD;
      * TE012ADD, RUN STRAIGHT AFTER, REJECTS A FLAGGED ADD INSTEAD
      * OF POSTING IT.
      *   FLG-ADD-KEY     TEST-KEY-ENT OF THE ADD.
      *   FLG-MATCH-KEY   THE LIVE KEY IT BEST MATCHES, OR AN EARLIER
      *                   ADD IN THE SAME ENRADDS.
      *   FLG-SCORE       THE TE042DSC SCORE OF THE PAIR.
      *================================================================
       01  DUP-FLAG-RECORD.
           03 FLG-ADD-KEY                  PIC X(12).
           03 FLG-MATCH-KEY                PIC X(12).
           03 FLG-SCORE                    PIC 9(03).
           03 FLG-COMP                     PIC X(10).
           03 FLG-SRC-SYS                  PIC X(04).
           03 FILLER                       PIC X(39).
