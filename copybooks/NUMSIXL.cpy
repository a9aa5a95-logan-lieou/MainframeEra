      ******************************************************************
      * NUMSIXL
      * Parameter area for the BSIXSRCH callable code table search
      * service, which lists entries of the TABLIX inquiry dataset
      * rather than answering for one code as BSLOOKUP does. COPY this
      * into the WORKING-STORAGE of the caller and into the LINKAGE
      * SECTION of BSIXSRCH.
      * To start a search set ISR-REQUEST to "S" and fill in:
      *   ISR-FUNCTION      "K" keyword search - every entry whose
      *                     description contains ISR-KEYWORD (leading
      *                     and trailing blanks ignored, upper and
      *                     lower case alike); "F" browse forward from
      *                     ISR-START-CODE; "B" browse backward from
      *                     ISR-START-CODE; "L" list every entry
      *   ISR-TABLE-ID      the table to search; spaces means every
      *                     code table for "K" and "L" (a browse
      *                     needs a table)
      *   ISR-START-CODE    where a browse starts (the code itself is
      *                     included if on the table); spaces starts a
      *                     forward browse at the first code and a
      *                     backward browse at the last
      *   ISR-STATUS-FILTER spaces for every entry, or only "A" those
      *                     effective on ISR-DATE, "P" those active but
      *                     not yet effective on it, "I" the rest
      *                     (inactive or expired)
      *   ISR-DATE          the date the verdict and the filter are
      *                     taken as of (YYYYMMDD; zero means today)
      *   ISR-MAX-HITS      the most entries to return; zero means 20
      *                     for a browse and 9999 otherwise (a
      *                     backward browse returns at most 1000)
      * and CALL "BSIXSRCH" USING NUMS-INDEX-SEARCH-AREA. Then, while
      * ISR-RESULT comes back "H", use the hit and CALL again with
      * ISR-REQUEST "N" for the next one; "E" means no more hits (the
      * dataset is closed and a new search may be started). A request
      * the service cannot run comes back "U" for a table id that is
      * not a code table on the TABDIR directory, or "X" for an
      * invalid function, filter, date, or count, a keyword search
      * without a keyword, or a browse without a table.
      * On "H", ISR-HIT-COUNT is the number of the hit and the ISR-HIT
      * fields are the entry as held on TABLIX; ISR-VERDICT and
      * ISR-RESOLVED-CODE are the LNK-RESULT and LNK-RESOLVED-CODE
      * BSLOOKUP gives for the entry as of ISR-DATE ("F", "E", or "R"
      * redirected to the successor it names). A backward browse
      * returns its hits nearest the start code first.
      ******************************************************************
       01  NUMS-INDEX-SEARCH-AREA.
           03  ISR-REQUEST            PIC X(1).
           03  ISR-FUNCTION           PIC X(1).
           03  ISR-TABLE-ID           PIC X(4).
           03  ISR-START-CODE         PIC X(6).
           03  ISR-KEYWORD            PIC X(20).
           03  ISR-STATUS-FILTER      PIC X(1).
           03  ISR-DATE               PIC 9(8).
           03  ISR-MAX-HITS           PIC 9(4).
           03  ISR-RESULT             PIC X(1).
           03  ISR-HIT-COUNT          PIC 9(4).
           03  ISR-HIT-TABLE-ID       PIC X(4).
           03  ISR-HIT-CODE           PIC X(6).
           03  ISR-HIT-DESC           PIC X(20).
           03  ISR-HIT-STATUS         PIC X(1).
           03  ISR-HIT-EFF-DATE       PIC 9(8).
           03  ISR-HIT-EXP-DATE       PIC 9(8).
           03  ISR-VERDICT            PIC X(1).
           03  ISR-RESOLVED-CODE      PIC X(6).
