      ******************************************************************
      * NUMSSTP
      * Shared step statistics procedures. COPY this into the
      * PROCEDURE DIVISION of any program that declares RUN-STAT-FILE
      * with the NUMSSTC record and the NUMSSTW fields. The record is
      * stamped with WS-BUS-DATE, so the program must also read the
      * BSDATE card (NUMSBDP) before it ends.
      * RUNSTATS is cumulative: a file that does not exist yet
      * (status 35) is created. Statistics are a by-product of the
      * night, never a reason to hold it, so a file that cannot be
      * opened is noted on the log and the step carries on with its
      * return code untouched.
      ******************************************************************
       0400-START-RUN-STATS.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-STA-START.

       0450-WRITE-RUN-STATS.
           OPEN EXTEND RUN-STAT-FILE
           IF WS-STA-STATUS = "35"
              OPEN OUTPUT RUN-STAT-FILE
           END-IF
           IF WS-STA-STATUS NOT = "00"
              DISPLAY "NOTE: RUNSTATS NOT WRITTEN - OPEN STATUS "
                 WS-STA-STATUS
           ELSE
              MOVE WS-BUS-DATE TO STA-BUS-DATE
              MOVE WS-STA-PROGRAM TO STA-PROGRAM
              MOVE WS-STA-FUNCTION TO STA-FUNCTION
              MOVE WS-STA-START TO STA-START-STAMP
              MOVE FUNCTION CURRENT-DATE (1:16) TO STA-END-STAMP
              MOVE WS-STA-READ TO STA-READ-COUNT
              MOVE WS-STA-WRITTEN TO STA-WRITE-COUNT
              MOVE RETURN-CODE TO STA-RETURN-CODE
              MOVE WS-STA-RESUMED-SW TO STA-RESUMED-SW
              MOVE WS-STA-SKIPPED TO STA-SKIP-COUNT
              WRITE RUN-STAT-RECORD
              CLOSE RUN-STAT-FILE
           END-IF.
