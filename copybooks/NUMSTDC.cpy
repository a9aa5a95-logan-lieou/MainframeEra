      ******************************************************************
      * NUMSTDC
      * Shared FILE SECTION record layout for the TABDIR table
      * directory. COPY this under FD TAB-DIR-FILE in any program that
      * needs the list of code tables. The directory holds one record
      * per table, in ascending table identifier order: the table
      * identifier itself, the DD name its production master is read
      * under, the DD names BTABMNT reads the current master from and
      * writes the maintained copy to, an active flag ("A" the table is
      * in service, "I" retired - kept on the directory for the record
      * and skipped by every program, except that BTABMNT copies its
      * master forward unchanged), and a table type: "C" (or blank)
      * a code table in the NUMSFILE master layout, "X" a
      * valid-combination master in the NUMSCMF layout - allowed BRCH +
      * PROD + NUMS triples that BSRCHGEN checks GENTRANS combination
      * records against and BTABMNT maintains, but that the single-code
      * programs (BSLOOKUP, BSIDXLD, BSSYNC) pass over. Bringing a new
      * table into the stream is a directory record plus its DD cards;
      * no program carries its own table list. Read it with
      * 0200-LOAD-TABLE-DIRECTORY (NUMSTDP).
      ******************************************************************
       01  TAB-DIR-RECORD.
           03  DIR-TABLE-ID           PIC X(4).
           03  DIR-MASTER-DD          PIC X(8).
           03  DIR-OLD-DD             PIC X(8).
           03  DIR-NEW-DD             PIC X(8).
           03  DIR-ACTIVE             PIC X(1).
           03  DIR-TABLE-TYPE         PIC X(1).
