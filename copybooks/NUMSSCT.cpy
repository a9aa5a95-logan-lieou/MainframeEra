      ******************************************************************
      * NUMSSCT
      * Record layout of SUSPCTL, the suspense control totals BSUSPRCY
      * writes for the night: one record per side, carrying the counts
      * its tie-out on the RESRPT register is footed from. The
      * suspense files BSUSPRCY reads are rewritten or dropped later
      * in the stream, so these figures are the only record of what
      * went in; the end-of-night balancing step (BSBAL) proves them
      * against the merged files and the SUSPRTN return file.
      *   SCT-BUS-DATE    the business date of the recycle
      *   SCT-SIDE        "N" NUMSSUSP / TRANSMRG, "G" GENSUSP / GENMRG
      *   SCT-IN-COUNT    suspense records read
      *   SCT-RECYCLE-COUNT
      *                   recycled onto the merged file unchanged
      *   SCT-WRITEOFF-COUNT
      *                   written off by a resolution card
      *   SCT-REKEY-COUNT re-keyed by a card (merged under the new
      *                   code)
      *   SCT-HELD-COUNT  held by a card (merged, carrying the date)
      *   SCT-REJECT-COUNT
      *                   aged out and rejected
      *   SCT-DAILY-COUNT the day's keyed transactions merged behind
      *                   them
      *   SCT-MERGED-COUNT
      *                   the detail count on the merged file's
      *                   trailer
      ******************************************************************
       01  SUSP-CTL-RECORD.
           03  SCT-BUS-DATE           PIC 9(8).
           03  SCT-SIDE               PIC X(1).
           03  SCT-IN-COUNT           PIC 9(6).
           03  SCT-RECYCLE-COUNT      PIC 9(6).
           03  SCT-WRITEOFF-COUNT     PIC 9(6).
           03  SCT-REKEY-COUNT        PIC 9(6).
           03  SCT-HELD-COUNT         PIC 9(6).
           03  SCT-REJECT-COUNT       PIC 9(6).
           03  SCT-DAILY-COUNT        PIC 9(6).
           03  SCT-MERGED-COUNT       PIC 9(6).
