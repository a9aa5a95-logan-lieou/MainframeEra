      ******************************************************************
      * NUMSCMF
      * Shared FILE SECTION record layout for the valid-combination
      * master (the TABDIR entry with table type "X"). COPY this under
      * the FD for the combination master in any program that reads or
      * writes it. Each record is one allowed BRCH + PROD + NUMS
      * triple - the three codes together form the key, and the file
      * is held in ascending key order - with its own active/inactive
      * status byte ("A" or "I") and the effective and expiry dates
      * (YYYYMMDD) the combination is allowed between, inclusive. An
      * expiry of 99991231 means no scheduled expiry. The codes
      * themselves are checked against their own masters separately;
      * this file only says which pairings of valid codes are allowed.
      ******************************************************************
       01  COMB-MASTER-RECORD.
           03  COMB-MASTER-KEY.
               05  COMB-MASTER-BRCH   PIC X(6).
               05  COMB-MASTER-PROD   PIC X(6).
               05  COMB-MASTER-NUMS   PIC X(6).
           03  COMB-MASTER-STATUS     PIC X(1).
           03  COMB-MASTER-EFF-DATE   PIC 9(8).
           03  COMB-MASTER-EXP-DATE   PIC 9(8).
