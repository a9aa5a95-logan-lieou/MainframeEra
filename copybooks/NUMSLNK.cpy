      * NUMSLNK
      * Parameter area for the BSLOOKUP callable table lookup service.
      * COPY this into the WORKING-STORAGE of the caller and into the
      * LINKAGE SECTION of BSLOOKUP. Set LNK-TABLE-ID (any active table
      * on the TABDIR directory), LNK-CODE, and LNK-DATE (the date to
      * evaluate effectiveness as of; zero means today), then CALL
      * "BSLOOKUP" USING NUMS-LOOKUP-AREA.
      * LNK-RESULT comes back "F" found and effective, "E" found but
      * not effective, "R" expired or inactive and redirected to the
      * successor the XWALK crosswalk names for it, "N" not on the
      * table, "U" unknown table id (or a valid-combination table,
      * which holds no single codes); on "F", "E", and "R" the matched
      * master entry's description, status, and effective/expiry dates
      * are returned - the successor's on "R" - otherwise they come
      * back as spaces and zeros. LNK-RESOLVED-CODE is the code the
      * answer is for: LNK-CODE itself, the successor on "R", spaces
      * on "N" and "U".
      ******************************************************************
       01  NUMS-LOOKUP-AREA.
           03  LNK-TABLE-ID           PIC X(4).
           03  LNK-STATUS             PIC X(1).
           03  LNK-EFF-DATE           PIC 9(8).
           03  LNK-EXP-DATE           PIC 9(8).
           03  LNK-RESOLVED-CODE      PIC X(6).
