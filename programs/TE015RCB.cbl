      *   ENRCLN INTO TE007VAL    =  ENRCOK OUT + CMPSUSP SUSPENSE
      *   ENRCOK OUT OF TE007VAL  =  ENRCOK INTO TE026LIM
      *   ENRCOK INTO TE026LIM    =  ENRLOK OUT + AMSUSPM SUSPENSE
      *   ENRLOK OUT OF TE026LIM  =  ENRLOK INTO TE035ARR
      *   ENRLOK INTO TE035ARR    =  ENRAOK OUT + ARSUSPM SUSPENSE
      *   ENRAOK OUT OF TE035ARR
      *     + RCYCOK OUT OF TE010RCY = ENRCOK INTO TE019RTE (THE JOB
      *                              CONCATENATES ENRAOK AND RCYCOK
      *                              ON TE019RTE'S ENRCOK DD)
      *   ENRCOK INTO TE019RTE    =  PASS + HOLD + ROUTE-1..4 + EXCL
      *   ENRHOLD OUT OF TE019RTE =  ENRHOLD INTO TE023HMG
      *                    EDIT BETWEEN TE007VAL AND TE019RTE; THE
      *                    ROUTING INPUT LINK NOW TAKES ENRLOK
      *                    INSTEAD OF ENRCOK ON ITS LEFT SIDE.
      *   2026-10-15  DP   CHAIN EXTENDED FOR THE TE035ARR ARRAY
      *                    ENTRY EDIT BETWEEN TE026LIM AND TE019RTE;
      *                    THE ROUTING INPUT LINK NOW TAKES ENRAOK
      *                    INSTEAD OF ENRLOK ON ITS LEFT SIDE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TE015RCB.
               THRU 2042-CHECK-VAL7-TO-LIM-EXIT.
           PERFORM 2044-CHECK-LIM-SPLIT
               THRU 2044-CHECK-LIM-SPLIT-EXIT.
           PERFORM 2046-CHECK-LIM-TO-ARR
               THRU 2046-CHECK-LIM-TO-ARR-EXIT.
           PERFORM 2048-CHECK-ARR-SPLIT
               THRU 2048-CHECK-ARR-SPLIT-EXIT.
           PERFORM 2050-CHECK-ARR-TO-RTE
               THRU 2050-CHECK-ARR-TO-RTE-EXIT.
           PERFORM 2052-CHECK-RTE-SPLIT
               THRU 2052-CHECK-RTE-SPLIT-EXIT.
           PERFORM 2053-CHECK-RTE-TO-HMG
           EXIT.

      *================================================================
       2046-CHECK-LIM-TO-ARR.
      *================================================================
           MOVE "LIM ENRLOK OUT = ARR ENRLOK IN  " TO WS-LINK-DESC.
           SET WS-LINK-COMPLETE TO TRUE.
           MOVE ZERO TO WS-LEFT-COUNT WS-RIGHT-COUNT.

               THRU 2600-LOOKUP-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-LEFT-COUNT.

           MOVE "TE035ARR" TO WS-LOOK-PROGRAM.
           MOVE "ENRLOK  " TO WS-LOOK-FILE.
           MOVE "I"        TO WS-LOOK-ROLE.
           PERFORM 2600-LOOKUP-COUNT
               THRU 2600-LOOKUP-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-RIGHT-COUNT.

           PERFORM 2700-REPORT-LINK
               THRU 2700-REPORT-LINK-EXIT.

       2046-CHECK-LIM-TO-ARR-EXIT.
           EXIT.

      *================================================================
       2048-CHECK-ARR-SPLIT.
      *================================================================
           MOVE "ARR IN = ENRAOK OUT + ARSUSPM   " TO WS-LINK-DESC.
           SET WS-LINK-COMPLETE TO TRUE.
           MOVE ZERO TO WS-LEFT-COUNT WS-RIGHT-COUNT.

           MOVE "TE035ARR" TO WS-LOOK-PROGRAM.
           MOVE "ENRLOK  " TO WS-LOOK-FILE.
           MOVE "I"        TO WS-LOOK-ROLE.
           PERFORM 2600-LOOKUP-COUNT
               THRU 2600-LOOKUP-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-LEFT-COUNT.

           MOVE "ENRAOK  " TO WS-LOOK-FILE.
           MOVE "O"        TO WS-LOOK-ROLE.
           PERFORM 2600-LOOKUP-COUNT
               THRU 2600-LOOKUP-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-RIGHT-COUNT.

           MOVE "ARSUSPM " TO WS-LOOK-FILE.
           MOVE "S"        TO WS-LOOK-ROLE.
           PERFORM 2600-LOOKUP-COUNT
               THRU 2600-LOOKUP-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-RIGHT-COUNT.

           PERFORM 2700-REPORT-LINK
               THRU 2700-REPORT-LINK-EXIT.

       2048-CHECK-ARR-SPLIT-EXIT.
           EXIT.

      *================================================================
       2050-CHECK-ARR-TO-RTE.
      *----------------------------------------------------------------
      * THE JOB CONCATENATES TE035ARR'S ENRAOK AND TE010RCY'S RCYCOK
      * ON TE019RTE'S ENRCOK DD.
      *================================================================
           MOVE "ARR AOK + RCYCOK = RTE COK IN   " TO WS-LINK-DESC.
           SET WS-LINK-COMPLETE TO TRUE.
           MOVE ZERO TO WS-LEFT-COUNT WS-RIGHT-COUNT.

           MOVE "TE035ARR" TO WS-LOOK-PROGRAM.
           MOVE "ENRAOK  " TO WS-LOOK-FILE.
           MOVE "O"        TO WS-LOOK-ROLE.
           PERFORM 2600-LOOKUP-COUNT
               THRU 2600-LOOKUP-COUNT-EXIT.
           ADD WS-LOOK-COUNT TO WS-LEFT-COUNT.

           MOVE "TE010RCY" TO WS-LOOK-PROGRAM.
           MOVE "RCYCOK  " TO WS-LOOK-FILE.
           MOVE "O"        TO WS-LOOK-ROLE.
           PERFORM 2700-REPORT-LINK
               THRU 2700-REPORT-LINK-EXIT.

       2050-CHECK-ARR-TO-RTE-EXIT.
           EXIT.

      *================================================================
