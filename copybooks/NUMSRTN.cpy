      ******************************************************************
      * NUMSRTN
      * Record layout of SUSPRTN, the suspense return file BSUSPRCY
      * writes for the originating systems: one record for every
      * suspended value that left suspense other than by matching -
      * written off, re-keyed, or held past the age limit by an
      * analyst's resolution card, or rejected when it aged out - so
      * the sending system can take the item back. COPY this into the
      * FD of any program that writes or reads the file.
      *   RTN-SIDE        "N" NUMSSUSP, "G" GENSUSP
      *   RTN-ACTION      "W" written off, "K" re-keyed, "H" held,
      *                   "A" aged out and rejected
      *   RTN-TABLE-ID    the GEN table id (spaces on the NUMS side)
      *   RTN-VALUE       the suspended value (BRCH code on a
      *                   combination, with its PROD and NUMS codes)
      *   RTN-AGE         nights the value had missed
      *   RTN-REASON      the card's reason code; "AO" on an aged-out
      *                   reject
      *   RTN-NEW-VALUE   the corrected value on a re-key
      *   RTN-HOLD-DATE   the hold-until date on a hold
      *   RTN-USER        the analyst who resolved it (spaces on an
      *                   aged-out reject)
      *   RTN-DATE        the business date it left suspense
      *   RTN-NEW-PROD    the corrected PROD and NUMS codes on a
      *   RTN-NEW-NUMS    combination re-key (spaces otherwise)
      * The file carries a header "H" + business date and a trailer
      * "T" + detail count, like the other interface files; the side
      * byte never starts with "H" or "T".
      ******************************************************************
       01  SUSP-RTN-RECORD.
           03  RTN-SIDE               PIC X(1).
           03  RTN-ACTION             PIC X(1).
           03  RTN-TABLE-ID           PIC X(4).
           03  RTN-VALUE              PIC X(6).
           03  RTN-COMB-PROD          PIC X(6).
           03  RTN-COMB-NUMS          PIC X(6).
           03  RTN-AGE                PIC 9(2).
           03  RTN-REASON             PIC X(2).
           03  RTN-NEW-VALUE          PIC X(6).
           03  RTN-HOLD-DATE          PIC 9(8).
           03  RTN-USER               PIC X(8).
           03  RTN-DATE               PIC 9(8).
           03  RTN-NEW-PROD           PIC X(6).
           03  RTN-NEW-NUMS           PIC X(6).
       01  SUSP-RTN-CONTROL.
           03  RTN-CTL-TYPE           PIC X(1).
           03  RTN-CTL-DATE           PIC 9(8).
       01  SUSP-RTN-TRAILER.
           03  RTN-TRL-TYPE           PIC X(1).
           03  RTN-TRL-COUNT          PIC 9(6).
