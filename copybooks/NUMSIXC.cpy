      ******************************************************************
      * NUMSIXC
      * Shared FILE SECTION record layout for TABLIX, the indexed
      * daytime inquiry copy of the code tables that BSIDXLD rebuilds
      * after each nightly promote. COPY this under FD TAB-IX in any
      * program that writes or reads the dataset. Each record is one
      * master entry (NUMSFILE fields) keyed by its table identifier
      * (as on the TABDIR directory) + code, so a keyed START on the
      * table id alone positions at that table's first code and the
      * codes of each table follow one another in ascending order.
      ******************************************************************
       01  TAB-IX-RECORD.
           03  IX-KEY.
               05  IX-TABLE-ID        PIC X(4).
               05  IX-CODE            PIC X(6).
           03  IX-DESC                PIC X(20).
           03  IX-STATUS              PIC X(1).
           03  IX-EFF-DATE            PIC 9(8).
           03  IX-EXP-DATE            PIC 9(8).
