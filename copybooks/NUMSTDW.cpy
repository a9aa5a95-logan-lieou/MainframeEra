      ******************************************************************
      * NUMSTDW
      * Shared WORKING-STORAGE layout for the in-memory table
      * directory. COPY this into any program that COPYs NUMSTDC and
      * NUMSTDP. 0200-LOAD-TABLE-DIRECTORY fills TDIR-AREA with the
      * active directory entries only, in the directory's ascending
      * table identifier order, so TDIR-COUNT is the number of tables
      * the stream processes tonight. 0250-FIND-DIRECTORY-ENTRY looks
      * up WS-TDIR-FIND-ID and returns its subscript in WS-TDIR-HIT-IDX
      * (zero when the table is not an active directory entry).
      * TDIR-TYPE is always "C" (code table) or "X" (combination
      * master); a blank type on the directory loads as "C".
      ******************************************************************
       01  TDIR-AREA.
           03  TDIR-COUNT             PIC 9(4) COMP VALUE ZERO.
           03  TDIR-ENTRY
                   OCCURS 1 TO 20 TIMES
                   DEPENDING ON TDIR-COUNT.
               05  TDIR-ID            PIC X(4).
               05  TDIR-MASTER-DD     PIC X(8).
               05  TDIR-OLD-DD        PIC X(8).
               05  TDIR-NEW-DD        PIC X(8).
               05  TDIR-TYPE          PIC X(1).
       01  WS-TDIR-STATUS             PIC X(2).
       01  WS-TDIR-EOF-SW             PIC X VALUE "N".
       01  WS-TDIR-PREV-ID            PIC X(4) VALUE LOW-VALUES.
       01  WS-TDIR-IDX                PIC 9(4) COMP VALUE ZERO.
       01  WS-TDIR-HIT-IDX            PIC 9(4) COMP VALUE ZERO.
       01  WS-TDIR-FIND-ID            PIC X(4) VALUE SPACES.
