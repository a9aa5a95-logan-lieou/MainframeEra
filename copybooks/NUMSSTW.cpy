      ******************************************************************
      * NUMSSTW
      * Shared WORKING-STORAGE fields for the RUNSTATS step statistics
      * record. COPY this into any program that COPYs NUMSSTC and
      * NUMSSTP. The program moves its own name to WS-STA-PROGRAM
      * (and, where it runs more than once a night, its function to
      * WS-STA-FUNCTION), PERFORMs 0400-START-RUN-STATS first thing,
      * adds to WS-STA-READ / WS-STA-WRITTEN as it goes, and PERFORMs
      * 0450-WRITE-RUN-STATS with its return code set, just before it
      * stops. BSEARCH alone sets WS-STA-RESUMED-SW and
      * WS-STA-SKIPPED.
      ******************************************************************
       01  WS-STA-STATUS              PIC X(2).
       01  WS-STA-PROGRAM             PIC X(8) VALUE SPACES.
       01  WS-STA-FUNCTION            PIC X(8) VALUE SPACES.
       01  WS-STA-START               PIC 9(16) VALUE ZERO.
       01  WS-STA-READ                PIC 9(9) VALUE ZERO.
       01  WS-STA-WRITTEN             PIC 9(9) VALUE ZERO.
       01  WS-STA-RESUMED-SW          PIC X VALUE "N".
       01  WS-STA-SKIPPED             PIC 9(9) VALUE ZERO.
