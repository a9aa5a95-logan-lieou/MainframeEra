      ******************************************************************
      * NUMSXWC
      * Shared FILE SECTION record layout for the XWALK successor-code
      * crosswalk. COPY this under FD XWALK-FILE in any program that
      * resolves retired codes to their replacements. Each record maps
      * one old code on one table to the code that replaces it: the
      * table identifier (as on the TABDIR directory), the old code,
      * the successor code, and the date (YYYYMMDD) from which lookups
      * of the old code are redirected to the successor. The file is
      * held in ascending table identifier + old code order, one
      * record per old code. Read it with 0300-LOAD-CROSSWALK (NUMSXWP).
      ******************************************************************
       01  XWALK-RECORD.
           03  XW-KEY.
               05  XW-TABLE-ID        PIC X(4).
               05  XW-OLD-CODE        PIC X(6).
           03  XW-NEW-CODE            PIC X(6).
           03  XW-START-DATE          PIC X(8).
