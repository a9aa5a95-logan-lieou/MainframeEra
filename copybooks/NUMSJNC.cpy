      ******************************************************************
      * NUMSJNC
      * Record layout of MNTJRNL, the permanent code table maintenance
      * journal. BTABMNT appends one record for every ADD, CHANGE, or
      * DELETE it applies, on any table on the TABDIR directory, so
      * the masters' history can be reconstructed and a night's
      * maintenance backed out. COPY this into the FD of any program
      * that writes or reads the journal.
      *   JRN-BUS-DATE    the business date the transaction applied
      *   JRN-RUN-STAMP   date and time the BTABMNT run started; a
      *                   rerun of the same business date appends a
      *                   second, later-stamped set, and only the
      *                   latest set for a date describes the masters
      *                   that were promoted
      *   JRN-SEQ         order of application within the run
      *   JRN-TABLE-ID    the TABDIR table id
      *   JRN-ACTION      "A" add, "C" change, "D" delete
      *   JRN-SOURCE      where the card came from: "K" keyed
      *                   maintenance, "S" a BSSYNC full-file sync
      *                   deck, "B" a BTABBKO backout deck, "D" a
      *                   reviewed BSDORMNT dormant-code deck
      *   JRN-PEND-SW     "Y" if the transaction was recalled from the
      *                   pending file rather than read from the
      *                   night's cards
      *   JRN-BEFORE      the entry as it stood before (spaces on an
      *                   ADD)
      *   JRN-AFTER       the entry as it stood after (spaces on a
      *                   DELETE)
      * A before or after image is a NUMSFILE master record; on the
      * valid-combination master (table type "X") it is a NUMSCMF
      * record instead, read through the -COMB views. A re-keying
      * CHANGE carries the old code in the before image and the new
      * code in the after image.
      ******************************************************************
       01  MNT-JRNL-RECORD.
           03  JRN-BUS-DATE           PIC 9(8).
           03  JRN-RUN-STAMP          PIC 9(14).
           03  JRN-SEQ                PIC 9(6).
           03  JRN-TABLE-ID           PIC X(4).
           03  JRN-ACTION             PIC X(1).
           03  JRN-SOURCE             PIC X(1).
           03  JRN-PEND-SW            PIC X(1).
           03  JRN-BEFORE.
               05  JRN-BEF-CODE       PIC X(6).
               05  JRN-BEF-DESC       PIC X(20).
               05  JRN-BEF-STATUS     PIC X(1).
               05  JRN-BEF-EFF-DATE   PIC 9(8).
               05  JRN-BEF-EXP-DATE   PIC 9(8).
           03  JRN-BEFORE-COMB REDEFINES JRN-BEFORE.
               05  JRN-BEF-COMB-KEY.
                   07  JRN-BEF-COMB-BRCH  PIC X(6).
                   07  JRN-BEF-COMB-PROD  PIC X(6).
                   07  JRN-BEF-COMB-NUMS  PIC X(6).
               05  JRN-BEF-COMB-STATUS    PIC X(1).
               05  JRN-BEF-COMB-EFF-DATE  PIC 9(8).
               05  JRN-BEF-COMB-EXP-DATE  PIC 9(8).
               05  FILLER                 PIC X(8).
           03  JRN-AFTER.
               05  JRN-AFT-CODE       PIC X(6).
               05  JRN-AFT-DESC       PIC X(20).
               05  JRN-AFT-STATUS     PIC X(1).
               05  JRN-AFT-EFF-DATE   PIC 9(8).
               05  JRN-AFT-EXP-DATE   PIC 9(8).
           03  JRN-AFTER-COMB REDEFINES JRN-AFTER.
               05  JRN-AFT-COMB-KEY.
                   07  JRN-AFT-COMB-BRCH  PIC X(6).
                   07  JRN-AFT-COMB-PROD  PIC X(6).
                   07  JRN-AFT-COMB-NUMS  PIC X(6).
               05  JRN-AFT-COMB-STATUS    PIC X(1).
               05  JRN-AFT-COMB-EFF-DATE  PIC 9(8).
               05  JRN-AFT-COMB-EXP-DATE  PIC 9(8).
               05  FILLER                 PIC X(8).
