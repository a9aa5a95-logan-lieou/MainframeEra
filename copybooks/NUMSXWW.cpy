      ******************************************************************
      * NUMSXWW
      * Shared WORKING-STORAGE layout for the in-memory successor-code
      * crosswalk. COPY this into any program that COPYs NUMSXWC and
      * NUMSXWP, along with NUMSREC (the redirect works on the
      * NUMS-ENTRY table and reads its WS-NUMS-RUN-DATE).
      * 0300-LOAD-CROSSWALK fills XWLK-AREA from the XWALK file;
      * XWLK-KEY (table id + old code) is the SEARCH ALL key. Before
      * PERFORMing 3270-REDIRECT-ENTRY set WS-XWLK-FIND-TABLE to the
      * table the loaded NUMS-ENTRY table holds; WS-XWLK-REDIRECT-SW
      * comes back "Y" when the lookup was redirected and
      * WS-XWLK-NEW-CODE then holds the successor code.
      ******************************************************************
       01  XWLK-AREA.
           03  XWLK-COUNT             PIC 9(4) COMP VALUE ZERO.
           03  XWLK-ENTRY
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON XWLK-COUNT
                   ASCENDING KEY XWLK-KEY
                   INDEXED BY XWLK-IDX.
               05  XWLK-KEY.
                   07  XWLK-TABLE-ID  PIC X(4).
                   07  XWLK-OLD-CODE  PIC X(6).
               05  XWLK-NEW-CODE      PIC X(6).
               05  XWLK-START-DATE    PIC 9(8).
       01  WS-XWLK-STATUS             PIC X(2).
       01  WS-XWLK-EOF-SW             PIC X VALUE "N".
       01  WS-XWLK-PREV-KEY           PIC X(10) VALUE LOW-VALUES.
       01  WS-XWLK-FIND-KEY.
           03  WS-XWLK-FIND-TABLE     PIC X(4) VALUE SPACES.
           03  WS-XWLK-FIND-CODE      PIC X(6) VALUE SPACES.
       01  WS-XWLK-REDIRECT-SW        PIC X VALUE "N".
       01  WS-XWLK-NEW-CODE           PIC X(6) VALUE SPACES.
       01  WS-XWLK-SAVE-IDX           USAGE INDEX.
