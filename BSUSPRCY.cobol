      * start at zero. A suspense record whose count has reached the
      * recycle limit is not merged again; it is rejected to the
      * SUSPRPT operator report instead of circling forever.
      * Combination records on the GEN side carry their PROD and NUMS
      * codes through suspense and back onto GENMRG unchanged, so the
      * whole triple is retried together.
      *
      * Before anything is recycled, the analysts' resolution cards
      * (SUSPRES) are loaded and edited. A card names one suspended
      * item and either writes it off with a reason, re-keys it to a
      * corrected code (it goes back onto the merged file under the
      * new code with its aging count reset, so the search step
      * retries it tonight; a combination card may correct any of
      * its BRCH, PROD and NUMS codes), or holds it past the recycle
      * limit until a hold-until date while a table add is pending
      * (the date rides on the merged and suspense records, and the
      * item is recycled rather than rejected until the date has
      * passed). Every resolution and every aged-out reject goes
      * onto SUSPRTN, the return file for the originating systems
      * (layout NUMSRTN), and the RESRPT resolution register lists
      * each card with who sent it and what it did, then ties out
      * each side:
      * suspense in = recycled + resolved + rejected.
      *
      * The counts each side's tie-out is footed from, with the
      * day's keyed count and the merged file's trailer count, are
      * also written to SUSPCTL (layout NUMSSCT), one record per side.
      * The suspense files read here are rewritten or dropped later
      * in the stream, so the end-of-night balancing step takes its
      * suspense figures from that file.
      *
      * The step statistics record appended to RUNSTATS counts the
      * suspense records, day's keyed transactions, and resolution
      * cards as read, and the merged, return, and control records
      * as written.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUSP-RPT ASSIGN TO "SUSPRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RES-CARDS ASSIGN TO "SUSPRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT SUSP-RTN ASSIGN TO "SUSPRTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RES-RPT ASSIGN TO "RESRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUSP-CTL ASSIGN TO "SUSPCTL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
       01  SUSP-IN-RECORD.
           03  SUSP-IN-VALUE          PIC X(6).
           03  SUSP-IN-AGE            PIC 9(2).
           03  SUSP-IN-HOLD-DATE      PIC 9(8).
      * TRANSIN carries control records: a header "H" + business date
      * as its first record and a trailer "T" + detail count as its
      * last, both verified here before the day's work is merged. The
       01  TRANS-MERGED-RECORD.
           03  TRANS-MERGED-VALUE     PIC X(6).
           03  TRANS-MERGED-AGE       PIC 9(2).
           03  TRANS-MERGED-HOLD-DATE PIC 9(8).
       01  TRANS-MERGED-CONTROL.
           03  TMRG-CTL-TYPE          PIC X(1).
           03  TMRG-CTL-DATE          PIC 9(8).
           03  GEN-SUSP-IN-TABLE-ID   PIC X(4).
           03  GEN-SUSP-IN-VALUE      PIC X(6).
           03  GEN-SUSP-IN-AGE        PIC 9(2).
           03  GEN-SUSP-IN-PROD       PIC X(6).
           03  GEN-SUSP-IN-NUMS       PIC X(6).
           03  GEN-SUSP-IN-HOLD-DATE  PIC 9(8).
      * GENTRANS carries the same header and trailer control records
      * as TRANSIN, verified the same way.
       FD  GEN-TRANS.
       01  GEN-TRANS-RECORD.
           03  GEN-TABLE-ID           PIC X(4).
           03  GEN-VALUE              PIC X(6).
           03  FILLER                 PIC X(2).
           03  GEN-COMB-PROD          PIC X(6).
           03  GEN-COMB-NUMS          PIC X(6).
       01  GEN-TRANS-CONTROL.
           03  GEN-CTL-TYPE           PIC X(1).
           03  GEN-CTL-DATE           PIC 9(8).
           03  GEN-MERGED-TABLE-ID    PIC X(4).
           03  GEN-MERGED-VALUE       PIC X(6).
           03  GEN-MERGED-AGE         PIC 9(2).
           03  GEN-MERGED-PROD        PIC X(6).
           03  GEN-MERGED-NUMS        PIC X(6).
           03  GEN-MERGED-HOLD-DATE   PIC 9(8).
       01  GEN-MERGED-CONTROL.
           03  GMRG-CTL-TYPE          PIC X(1).
           03  GMRG-CTL-DATE          PIC 9(8).
           03  GMRG-TRL-COUNT         PIC 9(6).
       FD  SUSP-RPT.
       01  SUSP-RPT-LINE              PIC X(60).
      ******************************************************************
      * SUSPRES holds the analysts' resolution cards, one per
      * suspended item, between a header "H" + business date and a
      * trailer "T" + card count verified like TRANSIN's. A night with
      * no cards may send no dataset at all (status 35) or an empty
      * one. The key names the item exactly as it sits in suspense:
      *   RES-SIDE        "N" NUMSSUSP, "G" GENSUSP
      *   RES-TABLE-ID    the GEN table id (blank on a NUMS card)
      *   RES-VALUE       the suspended value (the BRCH code of a
      *   RES-COMB-PROD   combination, with its PROD and NUMS codes;
      *   RES-COMB-NUMS   blank otherwise)
      *   RES-ACTION      "W" write off, "K" re-key, "H" hold
      *   RES-NEW-VALUE   the corrected value on a re-key (the
      *                   corrected BRCH code on a combination)
      *   RES-HOLD-DATE   the hold-until date on a hold
      *   RES-REASON      two-character reason code ("AO" is kept
      *                   for aged-out rejects)
      *   RES-USER        the analyst's id
      *   RES-NEW-PROD    the corrected PROD and NUMS codes on a
      *   RES-NEW-NUMS    combination re-key; blank keeps the code
      *                   as suspended, and at least one of the
      *                   three codes must change
      ******************************************************************
       FD  RES-CARDS.
       01  RES-CARD-RECORD.
           03  RES-KEY.
               05  RES-SIDE           PIC X(1).
               05  RES-TABLE-ID       PIC X(4).
               05  RES-VALUE          PIC X(6).
               05  RES-COMB-PROD      PIC X(6).
               05  RES-COMB-NUMS      PIC X(6).
           03  RES-ACTION             PIC X(1).
           03  RES-NEW-VALUE          PIC X(6).
           03  RES-HOLD-DATE          PIC 9(8).
           03  RES-REASON             PIC X(2).
           03  RES-USER               PIC X(8).
           03  RES-NEW-PROD           PIC X(6).
           03  RES-NEW-NUMS           PIC X(6).
       01  RES-CARD-CONTROL.
           03  RES-CTL-TYPE           PIC X(1).
           03  RES-CTL-DATE           PIC 9(8).
       01  RES-CARD-TRAILER.
           03  FILLER                 PIC X(1).
           03  RES-CTL-COUNT          PIC 9(6).
       FD  SUSP-RTN.
           COPY NUMSRTN.
       FD  RES-RPT.
       01  RES-RPT-LINE               PIC X(80).
       FD  SUSP-CTL.
           COPY NUMSSCT.
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSSTW.
       01  WS-SUSP-STATUS             PIC X(2).
       01  WS-GEN-SUSP-STATUS         PIC X(2).
       01  WS-RES-STATUS              PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-HDR-SEEN-SW             PIC X VALUE "N".
       01  WS-TRL-SEEN-SW             PIC X VALUE "N".
      * rejected to the operator report instead of being recycled.
      ******************************************************************
       01  WS-MAX-AGE                 PIC 9(2) VALUE 05.
       01  WS-NUMS-IN-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-NUMS-RECYCLE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-NUMS-REJECT-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-NUMS-DAILY-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-NUMS-WRITEOFF-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-NUMS-REKEY-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-NUMS-HELD-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-GEN-IN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-GEN-RECYCLE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-GEN-REJECT-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-GEN-DAILY-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-GEN-WRITEOFF-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-GEN-REKEY-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-GEN-HELD-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-RTN-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-REPORT-LINE.
           03  WS-REPORT-LABEL        PIC X(30).
           03  WS-REPORT-NUMBER       PIC ZZZ9.
      ******************************************************************
      * One entry per resolution card, in card order: the card image,
      * the reason it was refused (spaces when it passed its edits),
      * and how many suspense records it resolved. A card applies to
      * every suspense record carrying its key; a second card for the
      * same item is refused.
      ******************************************************************
       01  WS-RES-AREA.
           03  WS-RES-COUNT           PIC 9(4) COMP VALUE ZERO.
           03  WS-RES-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RES-COUNT.
               05  WS-RES-CARD.
                   07  WS-RES-KEY.
                       09  WS-RES-SIDE
                                      PIC X(1).
                       09  WS-RES-TABLE-ID
                                      PIC X(4).
                       09  WS-RES-VALUE
                                      PIC X(6).
                       09  WS-RES-PROD
                                      PIC X(6).
                       09  WS-RES-NUMS
                                      PIC X(6).
                   07  WS-RES-ACTION  PIC X(1).
                   07  WS-RES-NEW-VALUE
                                      PIC X(6).
                   07  WS-RES-HOLD-DATE
                                      PIC 9(8).
                   07  WS-RES-REASON  PIC X(2).
                   07  WS-RES-USER    PIC X(8).
                   07  WS-RES-NEW-PROD
                                      PIC X(6).
                   07  WS-RES-NEW-NUMS
                                      PIC X(6).
               05  WS-RES-ERROR       PIC X(26).
               05  WS-RES-HITS        PIC 9(4).
       01  WS-RES-FIND-KEY.
           03  WS-FIND-SIDE           PIC X(1).
           03  WS-FIND-TABLE-ID       PIC X(4).
           03  WS-FIND-VALUE          PIC X(6).
           03  WS-FIND-PROD           PIC X(6).
           03  WS-FIND-NUMS           PIC X(6).
      ******************************************************************
      * A combination re-key may correct any of the BRCH, PROD and
      * NUMS codes; 0650 builds the corrected triple here, keeping
      * the suspended code wherever the card leaves one blank.
      ******************************************************************
       01  WS-EDIT-COMB-SW            PIC X VALUE "N".
       01  WS-EDIT-NEW-TRIPLE.
           03  WS-EDIT-NEW-VALUE      PIC X(6).
           03  WS-EDIT-NEW-PROD       PIC X(6).
           03  WS-EDIT-NEW-NUMS       PIC X(6).
       01  WS-RES-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-RES-HIT-IDX             PIC 9(4) COMP VALUE ZERO.
       01  WS-CARD-APPLIED-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-CARD-NOMATCH-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-CARD-REFUSED-COUNT      PIC 9(4) VALUE ZERO.
      ******************************************************************
      * The tie-out on the register is written once per side from
      * these fields, loaded from that side's counts.
      ******************************************************************
       01  WS-TIE-SIDE                PIC X(4).
       01  WS-TIE-IN                  PIC 9(4).
       01  WS-TIE-RECYCLED            PIC 9(4).
       01  WS-TIE-WRITEOFF            PIC 9(4).
       01  WS-TIE-REKEY               PIC 9(4).
       01  WS-TIE-HELD                PIC 9(4).
       01  WS-TIE-REJECTED            PIC 9(4).
       01  WS-TIE-TOTAL               PIC 9(5).
       01  WS-TIE-BREAK-SW            PIC X VALUE "N".
       01  WS-REG-DETAIL.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REG-USER            PIC X(8).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-ACTION          PIC X(1).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-SIDE            PIC X(1).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-TABLE           PIC X(4).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-VALUE           PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-PROD            PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-NUMS            PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-NEW-OR-HOLD     PIC X(8).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-REASON          PIC X(2).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-RESULT          PIC X(26).
       01  WS-REG-HITS-ED             PIC ZZZ9.
       01  WS-REG-HEADING.
           03  FILLER                 PIC X(30)
                   VALUE "  ANALYST  A S TBL  VALUE  PRO".
           03  FILLER                 PIC X(30)
                   VALUE "D   NUMS   NEW/HOLD RS RESULT ".
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSUSPRCY" TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           PERFORM 0500-LOAD-RESOLUTIONS
           OPEN OUTPUT SUSP-RPT
           MOVE "NUMS SUSPENSE RECYCLE REPORT" TO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE
           OPEN OUTPUT SUSP-RTN
           MOVE "H" TO RTN-CTL-TYPE
           MOVE WS-RUN-DATE TO RTN-CTL-DATE
           WRITE SUSP-RTN-CONTROL
           PERFORM 1000-RECYCLE-NUMS
           PERFORM 2000-RECYCLE-GEN
           PERFORM 7000-WRITE-SUMMARY
           CLOSE SUSP-RPT
           MOVE "T" TO RTN-TRL-TYPE
           MOVE WS-RTN-COUNT TO RTN-TRL-COUNT
           WRITE SUSP-RTN-TRAILER
           CLOSE SUSP-RTN
           PERFORM 7500-WRITE-REGISTER
           PERFORM 7800-WRITE-CONTROL-TOTALS
           IF WS-NUMS-REJECT-COUNT > ZERO
                 OR WS-GEN-REJECT-COUNT > ZERO
                 OR WS-CARD-NOMATCH-COUNT > ZERO
                 OR WS-CARD-REFUSED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TIE-BREAK-SW = "Y"
              DISPLAY "ABEND: SUSPENSE DOES NOT TIE OUT - SEE RESRPT"
              MOVE 16 TO RETURN-CODE
           END-IF
           COMPUTE WS-STA-READ = WS-NUMS-IN-COUNT + WS-GEN-IN-COUNT
              + WS-NUMS-DAILY-COUNT + WS-GEN-DAILY-COUNT + WS-RES-COUNT
           COMPUTE WS-STA-WRITTEN = WS-NUMS-RECYCLE-COUNT
              + WS-NUMS-REKEY-COUNT + WS-NUMS-HELD-COUNT
              + WS-NUMS-DAILY-COUNT + WS-GEN-RECYCLE-COUNT
              + WS-GEN-REKEY-COUNT + WS-GEN-HELD-COUNT
              + WS-GEN-DAILY-COUNT + WS-RTN-COUNT + 2
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

      ******************************************************************
      * The resolution cards are all loaded and edited before either
      * suspense file is read, so a card can be matched against every
      * record it names. A card that fails its edits is kept on the
      * table (it is listed on the register) but never matched.
      ******************************************************************
       0500-LOAD-RESOLUTIONS.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-HDR-SEEN-SW
           MOVE "N" TO WS-TRL-SEEN-SW
           MOVE ZERO TO WS-DETAIL-COUNT
           OPEN INPUT RES-CARDS
           IF WS-RES-STATUS = "35"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ RES-CARDS
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 0600-LOAD-ONE-CARD
              END-READ
           END-PERFORM
           IF WS-RES-STATUS NOT = "35"
              CLOSE RES-CARDS
           END-IF
           IF WS-HDR-SEEN-SW = "Y" AND WS-TRL-SEEN-SW = "N"
              DISPLAY "ABEND: SUSPRES TRAILER RECORD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0600-LOAD-ONE-CARD.
           EVALUATE RES-CTL-TYPE
              WHEN "H"
                 PERFORM 0610-CHECK-HEADER
              WHEN "T"
                 PERFORM 0620-CHECK-TRAILER
              WHEN OTHER
                 IF WS-HDR-SEEN-SW = "N"
                    DISPLAY "ABEND: SUSPRES HEADER RECORD MISSING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF WS-TRL-SEEN-SW = "Y"
                    DISPLAY "ABEND: SUSPRES DATA AFTER TRAILER"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DETAIL-COUNT
                 ADD 1 TO WS-RES-COUNT
                 PERFORM 8000-CHECK-RES-BOUNDS
                 MOVE RES-CARD-RECORD TO WS-RES-CARD (WS-RES-COUNT)
                 MOVE SPACES TO WS-RES-ERROR (WS-RES-COUNT)
                 MOVE ZERO TO WS-RES-HITS (WS-RES-COUNT)
                 PERFORM 0650-EDIT-ONE-CARD
           END-EVALUATE.

       0610-CHECK-HEADER.
           IF WS-HDR-SEEN-SW = "Y"
              DISPLAY "ABEND: SUSPRES DUPLICATE HEADER RECORD"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO WS-HDR-SEEN-SW
           IF RES-CTL-DATE NOT = WS-RUN-DATE
              DISPLAY "ABEND: SUSPRES HEADER DATE " RES-CTL-DATE
                 " IS NOT RUN DATE " WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0620-CHECK-TRAILER.
           MOVE "Y" TO WS-TRL-SEEN-SW
           IF RES-CTL-COUNT NOT = WS-DETAIL-COUNT
              DISPLAY "ABEND: SUSPRES TRAILER COUNT " RES-CTL-COUNT
                 " BUT " WS-DETAIL-COUNT " RECORDS READ"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * A re-keyed NUMS value goes back onto TRANSMRG in column 1, so
      * a corrected value starting "H" or "T" would read as a control
      * record and is refused. A combination re-key carries the whole
      * corrected triple from here on, with the suspended code filled
      * in wherever the card left one blank.
      ******************************************************************
       0650-EDIT-ONE-CARD.
           MOVE "N" TO WS-EDIT-COMB-SW
           IF RES-SIDE = "G" AND (RES-COMB-PROD NOT = SPACES
                 OR RES-COMB-NUMS NOT = SPACES)
              MOVE "Y" TO WS-EDIT-COMB-SW
           END-IF
           MOVE RES-NEW-VALUE TO WS-EDIT-NEW-VALUE
           MOVE RES-NEW-PROD TO WS-EDIT-NEW-PROD
           MOVE RES-NEW-NUMS TO WS-EDIT-NEW-NUMS
           IF WS-EDIT-NEW-VALUE = SPACES
              MOVE RES-VALUE TO WS-EDIT-NEW-VALUE
           END-IF
           IF WS-EDIT-NEW-PROD = SPACES
              MOVE RES-COMB-PROD TO WS-EDIT-NEW-PROD
           END-IF
           IF WS-EDIT-NEW-NUMS = SPACES
              MOVE RES-COMB-NUMS TO WS-EDIT-NEW-NUMS
           END-IF
           EVALUATE TRUE
              WHEN RES-SIDE NOT = "N" AND RES-SIDE NOT = "G"
                 MOVE "INVALID SIDE" TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-VALUE = SPACES
                 MOVE "NO SUSPENSE VALUE"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-SIDE = "G" AND RES-TABLE-ID = SPACES
                 MOVE "NO TABLE ID" TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-SIDE = "N" AND (RES-TABLE-ID NOT = SPACES
                    OR RES-COMB-PROD NOT = SPACES
                    OR RES-COMB-NUMS NOT = SPACES)
                 MOVE "GEN FIELDS ON A NUMS CARD"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-USER = SPACES
                 MOVE "NO ANALYST ID" TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-REASON = SPACES OR RES-REASON = "AO"
                 MOVE "INVALID REASON CODE"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN (RES-NEW-PROD NOT = SPACES
                    OR RES-NEW-NUMS NOT = SPACES)
                    AND (RES-ACTION NOT = "K"
                    OR WS-EDIT-COMB-SW = "N")
                 MOVE "NEW PROD/NUMS NOT ALLOWED"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-ACTION = "W"
                 CONTINUE
              WHEN RES-ACTION = "K" AND WS-EDIT-COMB-SW = "Y"
                    AND WS-EDIT-NEW-VALUE = RES-VALUE
                    AND WS-EDIT-NEW-PROD = RES-COMB-PROD
                    AND WS-EDIT-NEW-NUMS = RES-COMB-NUMS
                 MOVE "NO CORRECTED VALUE"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-ACTION = "K" AND WS-EDIT-COMB-SW = "Y"
                 MOVE WS-EDIT-NEW-VALUE
                    TO WS-RES-NEW-VALUE (WS-RES-COUNT)
                 MOVE WS-EDIT-NEW-PROD
                    TO WS-RES-NEW-PROD (WS-RES-COUNT)
                 MOVE WS-EDIT-NEW-NUMS
                    TO WS-RES-NEW-NUMS (WS-RES-COUNT)
              WHEN RES-ACTION = "K" AND (RES-NEW-VALUE = SPACES
                    OR RES-NEW-VALUE = RES-VALUE)
                 MOVE "NO CORRECTED VALUE"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-ACTION = "K" AND RES-SIDE = "N"
                    AND (RES-NEW-VALUE (1:1) = "H"
                    OR RES-NEW-VALUE (1:1) = "T")
                 MOVE "CORRECTED VALUE STARTS H/T"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-ACTION = "K"
                 CONTINUE
              WHEN RES-ACTION = "H" AND RES-HOLD-DATE NOT NUMERIC
                 MOVE "INVALID HOLD DATE"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-ACTION = "H" AND RES-HOLD-DATE NOT > WS-RUN-DATE
                 MOVE "HOLD DATE NOT AFTER RUN"
                    TO WS-RES-ERROR (WS-RES-COUNT)
              WHEN RES-ACTION = "H"
                 CONTINUE
              WHEN OTHER
                 MOVE "INVALID ACTION" TO WS-RES-ERROR (WS-RES-COUNT)
           END-EVALUATE
           IF WS-RES-ERROR (WS-RES-COUNT) = SPACES
              PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX >= WS-RES-COUNT
                 IF WS-RES-KEY (WS-RES-IDX) = RES-KEY
                       AND WS-RES-ERROR (WS-RES-IDX) = SPACES
                    MOVE "DUPLICATE CARD"
                       TO WS-RES-ERROR (WS-RES-COUNT)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           IF WS-RES-ERROR (WS-RES-COUNT) NOT = SPACES
              ADD 1 TO WS-CARD-REFUSED-COUNT
           END-IF.

      ******************************************************************
      * The NUMS side: yesterday's suspense records go to the merged
      * file first (so they are retried before the new day's work),
           END-IF
           MOVE "T" TO TMRG-TRL-TYPE
           COMPUTE TMRG-TRL-COUNT =
              WS-NUMS-RECYCLE-COUNT + WS-NUMS-REKEY-COUNT
              + WS-NUMS-HELD-COUNT + WS-NUMS-DAILY-COUNT
           WRITE TRANS-MERGED-TRAILER
           CLOSE TRANS-MERGED.

                 ADD 1 TO WS-NUMS-DAILY-COUNT
                 MOVE TRANS-IN-VALUE TO TRANS-MERGED-VALUE
                 MOVE ZERO TO TRANS-MERGED-AGE
                 MOVE ZERO TO TRANS-MERGED-HOLD-DATE
                 WRITE TRANS-MERGED-RECORD
           END-EVALUATE.

              STOP RUN
           END-IF.

      ******************************************************************
      * A suspense record named on a resolution card is resolved by
      * the card whatever its age. Otherwise a record at the recycle
      * limit is rejected unless it is on hold until today or later,
      * in which case it is recycled with its hold date still on it.
      ******************************************************************
       1100-RECYCLE-ONE-NUMS.
           ADD 1 TO WS-NUMS-IN-COUNT
           IF SUSP-IN-HOLD-DATE NOT NUMERIC
              MOVE ZERO TO SUSP-IN-HOLD-DATE
           END-IF
           MOVE SPACES TO WS-RES-FIND-KEY
           MOVE "N" TO WS-FIND-SIDE
           MOVE SUSP-IN-VALUE TO WS-FIND-VALUE
           PERFORM 3000-FIND-RESOLUTION
           IF WS-RES-HIT-IDX NOT = ZERO
              PERFORM 1300-RESOLVE-ONE-NUMS
           ELSE
              IF SUSP-IN-AGE >= WS-MAX-AGE
                    AND SUSP-IN-HOLD-DATE < WS-RUN-DATE
                 ADD 1 TO WS-NUMS-REJECT-COUNT
                 MOVE SPACES TO SUSP-RPT-LINE
                 STRING "REJECTED NUMS " SUSP-IN-VALUE
                    " AFTER " SUSP-IN-AGE " NIGHTS"
                    DELIMITED BY SIZE INTO SUSP-RPT-LINE
                 WRITE SUSP-RPT-LINE
                 MOVE SPACES TO SUSP-RTN-RECORD
                 MOVE "N" TO RTN-SIDE
                 MOVE SUSP-IN-VALUE TO RTN-VALUE
                 MOVE SUSP-IN-AGE TO RTN-AGE
                 MOVE SUSP-IN-HOLD-DATE TO RTN-HOLD-DATE
                 PERFORM 5100-WRITE-AGED-OUT-RETURN
              ELSE
                 IF SUSP-IN-AGE >= WS-MAX-AGE
                    MOVE SPACES TO SUSP-RPT-LINE
                    STRING "HELD NUMS " SUSP-IN-VALUE
                       " AFTER " SUSP-IN-AGE " NIGHTS UNTIL "
                       SUSP-IN-HOLD-DATE
                       DELIMITED BY SIZE INTO SUSP-RPT-LINE
                    WRITE SUSP-RPT-LINE
                 END-IF
                 ADD 1 TO WS-NUMS-RECYCLE-COUNT
                 MOVE SUSP-IN-VALUE TO TRANS-MERGED-VALUE
                 MOVE SUSP-IN-AGE TO TRANS-MERGED-AGE
                 MOVE SUSP-IN-HOLD-DATE TO TRANS-MERGED-HOLD-DATE
                 WRITE TRANS-MERGED-RECORD
              END-IF
           END-IF.

       1300-RESOLVE-ONE-NUMS.
           MOVE SPACES TO SUSP-RTN-RECORD
           MOVE "N" TO RTN-SIDE
           MOVE SUSP-IN-VALUE TO RTN-VALUE
           MOVE SUSP-IN-AGE TO RTN-AGE
           PERFORM 5000-WRITE-RESOLVED-RETURN
           EVALUATE WS-RES-ACTION (WS-RES-HIT-IDX)
              WHEN "W"
                 ADD 1 TO WS-NUMS-WRITEOFF-COUNT
              WHEN "K"
                 ADD 1 TO WS-NUMS-REKEY-COUNT
                 MOVE WS-RES-NEW-VALUE (WS-RES-HIT-IDX)
                    TO TRANS-MERGED-VALUE
                 MOVE ZERO TO TRANS-MERGED-AGE
                 MOVE ZERO TO TRANS-MERGED-HOLD-DATE
                 WRITE TRANS-MERGED-RECORD
              WHEN "H"
                 ADD 1 TO WS-NUMS-HELD-COUNT
                 MOVE SUSP-IN-VALUE TO TRANS-MERGED-VALUE
                 MOVE SUSP-IN-AGE TO TRANS-MERGED-AGE
                 MOVE WS-RES-HOLD-DATE (WS-RES-HIT-IDX)
                    TO TRANS-MERGED-HOLD-DATE
                 WRITE TRANS-MERGED-RECORD
           END-EVALUATE.

      ******************************************************************
      * The GEN side works the same way, with the table identifier
      * carried through so BSRCHGEN retries the miss against the same
           END-IF
           MOVE "T" TO GMRG-TRL-TYPE
           COMPUTE GMRG-TRL-COUNT =
              WS-GEN-RECYCLE-COUNT + WS-GEN-REKEY-COUNT
              + WS-GEN-HELD-COUNT + WS-GEN-DAILY-COUNT
           WRITE GEN-MERGED-TRAILER
           CLOSE GEN-MERGED.

                 MOVE GEN-TABLE-ID TO GEN-MERGED-TABLE-ID
                 MOVE GEN-VALUE TO GEN-MERGED-VALUE
                 MOVE ZERO TO GEN-MERGED-AGE
                 MOVE GEN-COMB-PROD TO GEN-MERGED-PROD
                 MOVE GEN-COMB-NUMS TO GEN-MERGED-NUMS
                 MOVE ZERO TO GEN-MERGED-HOLD-DATE
                 WRITE GEN-MERGED-RECORD
           END-EVALUATE.

           END-IF.

       2100-RECYCLE-ONE-GEN.
           ADD 1 TO WS-GEN-IN-COUNT
           IF GEN-SUSP-IN-HOLD-DATE NOT NUMERIC
              MOVE ZERO TO GEN-SUSP-IN-HOLD-DATE
           END-IF
           MOVE "G" TO WS-FIND-SIDE
           MOVE GEN-SUSP-IN-TABLE-ID TO WS-FIND-TABLE-ID
           MOVE GEN-SUSP-IN-VALUE TO WS-FIND-VALUE
           MOVE GEN-SUSP-IN-PROD TO WS-FIND-PROD
           MOVE GEN-SUSP-IN-NUMS TO WS-FIND-NUMS
           PERFORM 3000-FIND-RESOLUTION
           IF WS-RES-HIT-IDX NOT = ZERO
              PERFORM 2400-RESOLVE-ONE-GEN
           ELSE
              IF GEN-SUSP-IN-AGE >= WS-MAX-AGE
                    AND GEN-SUSP-IN-HOLD-DATE < WS-RUN-DATE
                 ADD 1 TO WS-GEN-REJECT-COUNT
                 MOVE SPACES TO SUSP-RPT-LINE
                 IF GEN-SUSP-IN-PROD = SPACES
                    STRING "REJECTED " GEN-SUSP-IN-TABLE-ID " "
                       GEN-SUSP-IN-VALUE " AFTER " GEN-SUSP-IN-AGE
                       " NIGHTS" DELIMITED BY SIZE INTO SUSP-RPT-LINE
                 ELSE
                    STRING "REJECTED " GEN-SUSP-IN-TABLE-ID " "
                       GEN-SUSP-IN-VALUE " " GEN-SUSP-IN-PROD " "
                       GEN-SUSP-IN-NUMS " AFTER " GEN-SUSP-IN-AGE
                       " NIGHTS" DELIMITED BY SIZE INTO SUSP-RPT-LINE
                 END-IF
                 WRITE SUSP-RPT-LINE
                 PERFORM 2500-LOAD-GEN-RETURN
                 MOVE GEN-SUSP-IN-HOLD-DATE TO RTN-HOLD-DATE
                 PERFORM 5100-WRITE-AGED-OUT-RETURN
              ELSE
                 IF GEN-SUSP-IN-AGE >= WS-MAX-AGE
                    MOVE SPACES TO SUSP-RPT-LINE
                    STRING "HELD " GEN-SUSP-IN-TABLE-ID " "
                       GEN-SUSP-IN-VALUE " AFTER " GEN-SUSP-IN-AGE
                       " NIGHTS UNTIL " GEN-SUSP-IN-HOLD-DATE
                       DELIMITED BY SIZE INTO SUSP-RPT-LINE
                    WRITE SUSP-RPT-LINE
                 END-IF
                 ADD 1 TO WS-GEN-RECYCLE-COUNT
                 MOVE GEN-SUSP-IN-TABLE-ID TO GEN-MERGED-TABLE-ID
                 MOVE GEN-SUSP-IN-VALUE TO GEN-MERGED-VALUE
                 MOVE GEN-SUSP-IN-AGE TO GEN-MERGED-AGE
                 MOVE GEN-SUSP-IN-PROD TO GEN-MERGED-PROD
                 MOVE GEN-SUSP-IN-NUMS TO GEN-MERGED-NUMS
                 MOVE GEN-SUSP-IN-HOLD-DATE TO GEN-MERGED-HOLD-DATE
                 WRITE GEN-MERGED-RECORD
              END-IF
           END-IF.

       2400-RESOLVE-ONE-GEN.
           PERFORM 2500-LOAD-GEN-RETURN
           PERFORM 5000-WRITE-RESOLVED-RETURN
           MOVE GEN-SUSP-IN-TABLE-ID TO GEN-MERGED-TABLE-ID
           MOVE GEN-SUSP-IN-PROD TO GEN-MERGED-PROD
           MOVE GEN-SUSP-IN-NUMS TO GEN-MERGED-NUMS
           EVALUATE WS-RES-ACTION (WS-RES-HIT-IDX)
              WHEN "W"
                 ADD 1 TO WS-GEN-WRITEOFF-COUNT
              WHEN "K"
                 ADD 1 TO WS-GEN-REKEY-COUNT
                 MOVE WS-RES-NEW-VALUE (WS-RES-HIT-IDX)
                    TO GEN-MERGED-VALUE
                 IF GEN-SUSP-IN-PROD NOT = SPACES
                       OR GEN-SUSP-IN-NUMS NOT = SPACES
                    MOVE WS-RES-NEW-PROD (WS-RES-HIT-IDX)
                       TO GEN-MERGED-PROD
                    MOVE WS-RES-NEW-NUMS (WS-RES-HIT-IDX)
                       TO GEN-MERGED-NUMS
                 END-IF
                 MOVE ZERO TO GEN-MERGED-AGE
                 MOVE ZERO TO GEN-MERGED-HOLD-DATE
                 WRITE GEN-MERGED-RECORD
              WHEN "H"
                 ADD 1 TO WS-GEN-HELD-COUNT
                 MOVE GEN-SUSP-IN-VALUE TO GEN-MERGED-VALUE
                 MOVE GEN-SUSP-IN-AGE TO GEN-MERGED-AGE
                 MOVE WS-RES-HOLD-DATE (WS-RES-HIT-IDX)
                    TO GEN-MERGED-HOLD-DATE
                 WRITE GEN-MERGED-RECORD
           END-EVALUATE.

       2500-LOAD-GEN-RETURN.
           MOVE SPACES TO SUSP-RTN-RECORD
           MOVE "G" TO RTN-SIDE
           MOVE GEN-SUSP-IN-TABLE-ID TO RTN-TABLE-ID
           MOVE GEN-SUSP-IN-VALUE TO RTN-VALUE
           MOVE GEN-SUSP-IN-PROD TO RTN-COMB-PROD
           MOVE GEN-SUSP-IN-NUMS TO RTN-COMB-NUMS
           MOVE GEN-SUSP-IN-AGE TO RTN-AGE.

      ******************************************************************
      * Only cards that passed their edits are matched; the key is
      * the whole suspense key, so a combination card names the
      * exact BRCH/PROD/NUMS triple that was suspended.
      ******************************************************************
       3000-FIND-RESOLUTION.
           MOVE ZERO TO WS-RES-HIT-IDX
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > WS-RES-COUNT
              IF WS-RES-KEY (WS-RES-IDX) = WS-RES-FIND-KEY
                    AND WS-RES-ERROR (WS-RES-IDX) = SPACES
                 MOVE WS-RES-IDX TO WS-RES-HIT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-RES-HIT-IDX NOT = ZERO
              ADD 1 TO WS-RES-HITS (WS-RES-HIT-IDX)
           END-IF.

      ******************************************************************
      * The caller has loaded the side, key, and age of the record
      * leaving suspense; these fill in the rest of the return record
      * and write it.
      ******************************************************************
       5000-WRITE-RESOLVED-RETURN.
           MOVE WS-RES-ACTION (WS-RES-HIT-IDX) TO RTN-ACTION
           MOVE WS-RES-REASON (WS-RES-HIT-IDX) TO RTN-REASON
           MOVE WS-RES-USER (WS-RES-HIT-IDX) TO RTN-USER
           MOVE ZERO TO RTN-HOLD-DATE
           IF WS-RES-ACTION (WS-RES-HIT-IDX) = "K"
              MOVE WS-RES-NEW-VALUE (WS-RES-HIT-IDX) TO RTN-NEW-VALUE
              MOVE WS-RES-NEW-PROD (WS-RES-HIT-IDX) TO RTN-NEW-PROD
              MOVE WS-RES-NEW-NUMS (WS-RES-HIT-IDX) TO RTN-NEW-NUMS
           END-IF
           IF WS-RES-ACTION (WS-RES-HIT-IDX) = "H"
              MOVE WS-RES-HOLD-DATE (WS-RES-HIT-IDX) TO RTN-HOLD-DATE
           END-IF
           MOVE WS-RUN-DATE TO RTN-DATE
           WRITE SUSP-RTN-RECORD
           ADD 1 TO WS-RTN-COUNT.

       5100-WRITE-AGED-OUT-RETURN.
           MOVE "A" TO RTN-ACTION
           MOVE "AO" TO RTN-REASON
           MOVE WS-RUN-DATE TO RTN-DATE
           WRITE SUSP-RTN-RECORD
           ADD 1 TO WS-RTN-COUNT.

       7000-WRITE-SUMMARY.
           MOVE "NUMS RECYCLED:                " TO WS-REPORT-LABEL
           MOVE WS-NUMS-RECYCLE-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE
           MOVE "NUMS RESOLVED BY CARD:        " TO WS-REPORT-LABEL
           COMPUTE WS-REPORT-NUMBER = WS-NUMS-WRITEOFF-COUNT
              + WS-NUMS-REKEY-COUNT + WS-NUMS-HELD-COUNT
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE
           MOVE "NUMS REJECTED:                " TO WS-REPORT-LABEL
           MOVE WS-NUMS-REJECT-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           MOVE WS-GEN-RECYCLE-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE
           MOVE "GEN RESOLVED BY CARD:         " TO WS-REPORT-LABEL
           COMPUTE WS-REPORT-NUMBER = WS-GEN-WRITEOFF-COUNT
              + WS-GEN-REKEY-COUNT + WS-GEN-HELD-COUNT
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE
           MOVE "GEN REJECTED:                 " TO WS-REPORT-LABEL
           MOVE WS-GEN-REJECT-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           MOVE WS-REPORT-LINE TO SUSP-RPT-LINE
           WRITE SUSP-RPT-LINE.

      ******************************************************************
      * The resolution register: every card in the order it was
      * submitted, with the analyst, what it asked for, and what came
      * of it (how many suspense records it resolved, NO MATCH if it
      * named nothing in suspense, or why it was refused), then the
      * tie-out of each side's suspense.
      ******************************************************************
       7500-WRITE-REGISTER.
           OPEN OUTPUT RES-RPT
           MOVE "SUSPENSE RESOLUTION REGISTER" TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE SPACES TO RES-RPT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
              DELIMITED BY SIZE INTO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE SPACES TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE WS-REG-HEADING TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           IF WS-RES-COUNT = ZERO
              MOVE "  NO RESOLUTION CARDS" TO RES-RPT-LINE
              WRITE RES-RPT-LINE
           END-IF
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > WS-RES-COUNT
              PERFORM 7600-WRITE-CARD-LINE
           END-PERFORM
           MOVE SPACES TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "CARDS APPLIED:                " TO WS-REPORT-LABEL
           MOVE WS-CARD-APPLIED-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "CARDS WITH NO MATCH:          " TO WS-REPORT-LABEL
           MOVE WS-CARD-NOMATCH-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "CARDS REFUSED:                " TO WS-REPORT-LABEL
           MOVE WS-CARD-REFUSED-COUNT TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "NUMS" TO WS-TIE-SIDE
           MOVE WS-NUMS-IN-COUNT TO WS-TIE-IN
           MOVE WS-NUMS-RECYCLE-COUNT TO WS-TIE-RECYCLED
           MOVE WS-NUMS-WRITEOFF-COUNT TO WS-TIE-WRITEOFF
           MOVE WS-NUMS-REKEY-COUNT TO WS-TIE-REKEY
           MOVE WS-NUMS-HELD-COUNT TO WS-TIE-HELD
           MOVE WS-NUMS-REJECT-COUNT TO WS-TIE-REJECTED
           PERFORM 7700-WRITE-TIE-OUT
           MOVE "GEN " TO WS-TIE-SIDE
           MOVE WS-GEN-IN-COUNT TO WS-TIE-IN
           MOVE WS-GEN-RECYCLE-COUNT TO WS-TIE-RECYCLED
           MOVE WS-GEN-WRITEOFF-COUNT TO WS-TIE-WRITEOFF
           MOVE WS-GEN-REKEY-COUNT TO WS-TIE-REKEY
           MOVE WS-GEN-HELD-COUNT TO WS-TIE-HELD
           MOVE WS-GEN-REJECT-COUNT TO WS-TIE-REJECTED
           PERFORM 7700-WRITE-TIE-OUT
           CLOSE RES-RPT.

       7600-WRITE-CARD-LINE.
           MOVE WS-RES-USER (WS-RES-IDX) TO WS-REG-USER
           MOVE WS-RES-ACTION (WS-RES-IDX) TO WS-REG-ACTION
           MOVE WS-RES-SIDE (WS-RES-IDX) TO WS-REG-SIDE
           MOVE WS-RES-TABLE-ID (WS-RES-IDX) TO WS-REG-TABLE
           MOVE WS-RES-VALUE (WS-RES-IDX) TO WS-REG-VALUE
           MOVE WS-RES-PROD (WS-RES-IDX) TO WS-REG-PROD
           MOVE WS-RES-NUMS (WS-RES-IDX) TO WS-REG-NUMS
           MOVE WS-RES-REASON (WS-RES-IDX) TO WS-REG-REASON
           EVALUATE WS-RES-ACTION (WS-RES-IDX)
              WHEN "K"
                 MOVE WS-RES-NEW-VALUE (WS-RES-IDX)
                    TO WS-REG-NEW-OR-HOLD
              WHEN "H"
                 MOVE WS-RES-HOLD-DATE (WS-RES-IDX)
                    TO WS-REG-NEW-OR-HOLD
              WHEN OTHER
                 MOVE SPACES TO WS-REG-NEW-OR-HOLD
           END-EVALUATE
           MOVE SPACES TO WS-REG-RESULT
           EVALUATE TRUE
              WHEN WS-RES-ERROR (WS-RES-IDX) NOT = SPACES
                 MOVE WS-RES-ERROR (WS-RES-IDX) TO WS-REG-RESULT
              WHEN WS-RES-HITS (WS-RES-IDX) = ZERO
                 ADD 1 TO WS-CARD-NOMATCH-COUNT
                 MOVE "NO MATCH IN SUSPENSE" TO WS-REG-RESULT
              WHEN OTHER
                 ADD 1 TO WS-CARD-APPLIED-COUNT
                 MOVE WS-RES-HITS (WS-RES-IDX) TO WS-REG-HITS-ED
                 STRING "APPLIED TO " WS-REG-HITS-ED " RECORDS"
                    DELIMITED BY SIZE INTO WS-REG-RESULT
           END-EVALUATE
           MOVE WS-REG-DETAIL TO RES-RPT-LINE
           WRITE RES-RPT-LINE.

      ******************************************************************
      * Every record read from a suspense file must have gone exactly
      * one way: recycled, resolved by a card, or rejected. A side
      * that does not foot is flagged here and fails the step.
      ******************************************************************
       7700-WRITE-TIE-OUT.
           MOVE SPACES TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE SPACES TO WS-REPORT-LABEL
           STRING WS-TIE-SIDE " SUSPENSE IN:"
              DELIMITED BY SIZE INTO WS-REPORT-LABEL
           MOVE WS-TIE-IN TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "  RECYCLED:                   " TO WS-REPORT-LABEL
           MOVE WS-TIE-RECYCLED TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "  RESOLVED - WRITTEN OFF:     " TO WS-REPORT-LABEL
           MOVE WS-TIE-WRITEOFF TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "  RESOLVED - RE-KEYED:        " TO WS-REPORT-LABEL
           MOVE WS-TIE-REKEY TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "  RESOLVED - HELD:            " TO WS-REPORT-LABEL
           MOVE WS-TIE-HELD TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           MOVE "  REJECTED - AGED OUT:        " TO WS-REPORT-LABEL
           MOVE WS-TIE-REJECTED TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           COMPUTE WS-TIE-TOTAL = WS-TIE-RECYCLED + WS-TIE-WRITEOFF
              + WS-TIE-REKEY + WS-TIE-HELD + WS-TIE-REJECTED
           MOVE "  RECYCLED+RESOLVED+REJECTED: " TO WS-REPORT-LABEL
           MOVE WS-TIE-TOTAL TO WS-REPORT-NUMBER
           MOVE WS-REPORT-LINE TO RES-RPT-LINE
           WRITE RES-RPT-LINE
           IF WS-TIE-TOTAL = WS-TIE-IN
              MOVE "  TIES OUT" TO RES-RPT-LINE
           ELSE
              MOVE "  *** DOES NOT TIE OUT ***" TO RES-RPT-LINE
              MOVE "Y" TO WS-TIE-BREAK-SW
           END-IF
           WRITE RES-RPT-LINE.

      ******************************************************************
      * SUSPCTL gets one record per side with the figures behind its
      * tie-out, whether or not the side tied out; the balancing step
      * reports any break again against the files themselves.
      ******************************************************************
       7800-WRITE-CONTROL-TOTALS.
           OPEN OUTPUT SUSP-CTL
           MOVE WS-RUN-DATE TO SCT-BUS-DATE
           MOVE "N" TO SCT-SIDE
           MOVE WS-NUMS-IN-COUNT TO SCT-IN-COUNT
           MOVE WS-NUMS-RECYCLE-COUNT TO SCT-RECYCLE-COUNT
           MOVE WS-NUMS-WRITEOFF-COUNT TO SCT-WRITEOFF-COUNT
           MOVE WS-NUMS-REKEY-COUNT TO SCT-REKEY-COUNT
           MOVE WS-NUMS-HELD-COUNT TO SCT-HELD-COUNT
           MOVE WS-NUMS-REJECT-COUNT TO SCT-REJECT-COUNT
           MOVE WS-NUMS-DAILY-COUNT TO SCT-DAILY-COUNT
           COMPUTE SCT-MERGED-COUNT =
              WS-NUMS-RECYCLE-COUNT + WS-NUMS-REKEY-COUNT
              + WS-NUMS-HELD-COUNT + WS-NUMS-DAILY-COUNT
           WRITE SUSP-CTL-RECORD
           MOVE "G" TO SCT-SIDE
           MOVE WS-GEN-IN-COUNT TO SCT-IN-COUNT
           MOVE WS-GEN-RECYCLE-COUNT TO SCT-RECYCLE-COUNT
           MOVE WS-GEN-WRITEOFF-COUNT TO SCT-WRITEOFF-COUNT
           MOVE WS-GEN-REKEY-COUNT TO SCT-REKEY-COUNT
           MOVE WS-GEN-HELD-COUNT TO SCT-HELD-COUNT
           MOVE WS-GEN-REJECT-COUNT TO SCT-REJECT-COUNT
           MOVE WS-GEN-DAILY-COUNT TO SCT-DAILY-COUNT
           COMPUTE SCT-MERGED-COUNT =
              WS-GEN-RECYCLE-COUNT + WS-GEN-REKEY-COUNT
              + WS-GEN-HELD-COUNT + WS-GEN-DAILY-COUNT
           WRITE SUSP-CTL-RECORD
           CLOSE SUSP-CTL.

       8000-CHECK-RES-BOUNDS.
           IF WS-RES-COUNT > 500
              DISPLAY "ABEND: RESOLUTION TABLE EXCEEDS 500 CARDS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           COPY NUMSBDP.
           COPY NUMSSTP.
       END PROGRAM BSUSPRCY.
