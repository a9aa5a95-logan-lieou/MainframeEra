      ******************************************************************
      * NUMSMCT
      * Record layout of MNTCTL, the maintenance control totals
      * BTABMNT writes for the night: one record per active table on
      * the TABDIR directory, carrying the same counts the table's
      * CONTROL TOTALS section of the register prints, so the
      * end-of-night balancing step (BSBAL) can prove them against
      * the promoted master without re-reading the register.
      *   MCT-BUS-DATE    the business date of the maintenance run
      *   MCT-TABLE-ID    the TABDIR table id
      *   MCT-OLD-COUNT   entries on the master before maintenance
      *   MCT-ADD-COUNT   adds applied
      *   MCT-CHANGE-COUNT
      *                   changes applied (count-neutral)
      *   MCT-DEL-COUNT   deletes applied
      *   MCT-NEW-COUNT   entries written to the maintained copy
      ******************************************************************
       01  MNT-CTL-RECORD.
           03  MCT-BUS-DATE           PIC 9(8).
           03  MCT-TABLE-ID           PIC X(4).
           03  MCT-OLD-COUNT          PIC 9(6).
           03  MCT-ADD-COUNT          PIC 9(6).
           03  MCT-CHANGE-COUNT       PIC 9(6).
           03  MCT-DEL-COUNT          PIC 9(6).
           03  MCT-NEW-COUNT          PIC 9(6).
