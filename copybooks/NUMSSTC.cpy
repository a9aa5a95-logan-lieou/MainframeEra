      ******************************************************************
      * NUMSSTC
      * Record layout of RUNSTATS, the cumulative step statistics
      * file. Every program of the nightly stream appends one record
      * as it ends (0450-WRITE-RUN-STATS in NUMSSTP), so the batch
      * window can be broken down step by step and night by night
      * instead of only start-to-finish as BSRUNCTL records it. COPY
      * this into the FD of any program that writes or reads the file.
      *   STA-BUS-DATE    the business date the step ran for
      *   STA-PROGRAM     the program that ran
      *   STA-FUNCTION    what the program was asked to do, where one
      *                   program runs more than once a night (the
      *                   BSRUNCTL RUNPARM mode); spaces otherwise
      *   STA-START-STAMP date and time the program started and
      *   STA-END-STAMP   ended, YYYYMMDDHHMMSSCC from the system
      *                   clock (not the business date)
      *   STA-READ-COUNT  the step's input volume - transactions,
      *                   suspense, master, or audit records read
      *   STA-WRITE-COUNT records written to the step's output files
      *   STA-RETURN-CODE the return code the step ended with
      *   STA-RESUMED-SW  "Y" when BSEARCH resumed from its BSCHKPT
      *                   checkpoint, "N" otherwise
      *   STA-SKIP-COUNT  transactions a resumed BSEARCH skipped as
      *                   already processed by the failed run
      * A step that abends ends without writing its record; the gap
      * for that night is itself the evidence.
      ******************************************************************
       01  RUN-STAT-RECORD.
           03  STA-BUS-DATE           PIC 9(8).
           03  STA-PROGRAM            PIC X(8).
           03  STA-FUNCTION           PIC X(8).
           03  STA-START-STAMP        PIC 9(16).
           03  STA-END-STAMP          PIC 9(16).
           03  STA-READ-COUNT         PIC 9(9).
           03  STA-WRITE-COUNT        PIC 9(9).
           03  STA-RETURN-CODE        PIC 9(4).
           03  STA-RESUMED-SW         PIC X(1).
           03  STA-SKIP-COUNT         PIC 9(9).
