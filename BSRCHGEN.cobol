      ******************************************************************
      * BSRCHGEN is the generalized sibling of BSearch: each GENTRANS
      * record carries a table identifier as well as a search value,
      * and BSRCHGEN loads and searches whichever master file the
      * TABDIR table directory lists for that table identifier instead
      * of always searching the single NUMS table. BSearch itself is
      * left as-is for the single-table NUMS case it already serves.
      *
      * The work is grouped by table: the transaction file is read
      * once per active table on the directory and only that table's
      * lookups are processed on each pass, so every master is
      * loaded and validated at most once per night no matter how
      * the input interleaves its table ids. Reading GENTRANS once
      * per table costs far less than re-loading a master on every
      * switch. Audit, suspense, and results records therefore come
      * out grouped by table, not in input order.
      *
      * A directory entry of table type "X" is a valid-combination
      * master rather than a code table. Its GENTRANS records carry a
      * BRCH, a PROD, and a NUMS code, and are checked code by code
      * first - each against its own master, in that order, with the
      * usual "N" / "E" verdict naming the first code that failed -
      * and only then as a combination against the allowed triples.
      * A triple of good codes that is not on the combination master,
      * or whose combination entry is inactive or outside its dates,
      * leaves with its own disposition "X" (combination not allowed)
      * and is suspended for recycling like any other miss.
      *
      * A single-code lookup that hits a code which has expired or been
      * made inactive is redirected when the XWALK successor-code
      * crosswalk names an effective replacement for it on that table:
      * it leaves with disposition "R" and is answered against the
      * successor's master entry. The component codes of a combination
      * record are checked as keyed and never redirected.
      *
      * The step statistics record appended to RUNSTATS counts every
      * GENTRANS detail as read, and the audit, results, and suspense
      * records written.
      *
      * A late GENTRANS that missed the nightly cutoff is searched by
      * the BSSUPP supplemental job the night after, against the same
      * masters, and carries its supplemental sequence number (001-999)
      * after the date on its header. A numeric sequence above zero
      * puts the run into supplemental mode: misses are appended to
      * the suspense file BSUSPRCY will recycle tonight instead of
      * replacing it, and the audit records, the results header, and
      * the step statistics function ("SUPP" + sequence) carry the
      * sequence.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT GEN-MASTER ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COMB-MASTER ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GEN-TRANS ASSIGN TO "GENTRANS"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GEN-AUDIT ASSIGN TO "GENAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GEN-SUSP ASSIGN TO "GENSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT XWALK-FILE ASSIGN TO "XWALK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XWLK-STATUS.
           SELECT GEN-RSLT ASSIGN TO "GENRSLT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  GEN-MASTER.
           COPY NUMSFILE.
       FD  COMB-MASTER.
           COPY NUMSCMF.
      ******************************************************************
      * GENTRANS is the merged transaction file BSUSPRCY builds:
      * recycled suspense records first, then the day's keyed
      * transactions, each carrying the number of nights the value
      * has already missed (zero for fresh work). A raw keyed file
      * with no aging column still reads cleanly - the count comes up
      * as spaces and is treated as zero. A combination record carries
      * its BRCH code as the value and its PROD and NUMS codes after
      * the aging count (the aging columns are left blank when keyed).
      * A value an analyst has put on hold also carries the hold-until
      * date from its resolution card, passed straight through to the
      * suspense record.
      ******************************************************************
      * GENTRANS also carries control records: a header "H" + business
      * date as its first record and a trailer "T" + detail count as
           03  GEN-TABLE-ID           PIC X(4).
           03  GEN-VALUE              PIC X(6).
           03  GEN-AGE                PIC 9(2).
           03  GEN-COMB-PROD          PIC X(6).
           03  GEN-COMB-NUMS          PIC X(6).
           03  GEN-HOLD-DATE          PIC 9(8).
       01  GEN-TRANS-CONTROL.
           03  GEN-CTL-TYPE           PIC X(1).
           03  GEN-CTL-DATE           PIC 9(8).
           03  GEN-CTL-SUPP-SEQ       PIC X(3).
       01  GEN-TRANS-TRAILER.
           03  FILLER                 PIC X(1).
           03  GEN-CTL-COUNT          PIC 9(6).
      * Combination lookups also carry their PROD and NUMS codes and
      * the table that decided a failing verdict (the component table
      * whose code failed, or the combination table itself); all three
      * are spaces on single-code lookups. AUD-RESOLVED-CODE is the
      * code the value was answered against: the value itself, the
      * successor on an "R" redirect (AUD-IDX then on the successor's
      * entry), and spaces on "N" and "U". AUD-SUPP-SEQ is the
      * supplemental sequence that searched it, zero for the nightly
      * run (records written before the field existed carry spaces,
      * which also mean nightly).
       FD  GEN-AUDIT.
       01  GEN-AUDIT-RECORD.
           03  AUD-TIMESTAMP          PIC X(21).
           03  AUD-VALUE              PIC X(6).
           03  AUD-STATUS             PIC X(1).
           03  AUD-IDX                PIC 9(4).
           03  AUD-COMB-PROD          PIC X(6).
           03  AUD-COMB-NUMS          PIC X(6).
           03  AUD-FAIL-TABLE         PIC X(4).
           03  AUD-RESOLVED-CODE      PIC X(6).
           03  AUD-SUPP-SEQ           PIC 9(3).
       FD  GEN-SUSP.
       01  GEN-SUSP-RECORD.
           03  SUSP-TABLE-ID          PIC X(4).
           03  SUSP-VALUE             PIC X(6).
           03  SUSP-AGE               PIC 9(2).
           03  SUSP-COMB-PROD         PIC X(6).
           03  SUSP-COMB-NUMS         PIC X(6).
           03  SUSP-HOLD-DATE         PIC 9(8).
       FD  XWALK-FILE.
           COPY NUMSXWC.
      * GENRSLT is the machine-readable companion to the audit file: one
      * record per detail transaction, carrying the table id, the input
      * value, its disposition ("F" found, "E" found but not effective,
      * "R" retired and redirected to its successor, "N" not found, "X"
      * combination not allowed, "U" unknown table id), the code it
      * resolved to, and the full matched master entry (the successor's
      * on a redirect; spaces and zeros when there is no match; for a
      * combination, the combination entry's status and dates, or the
      * failing code's entry on an "E"), plus the same combination
      * fields the audit record carries, so downstream systems can
      * consume the night's reconciliation directly instead of
      * re-deriving it from the masters the next morning. The file
      * carries its own header "H" + business date and trailer "T" +
      * detail count, the same controls GENMRG carries. A supplemental
      * run's header also carries its sequence after the date.
       FD  GEN-RSLT.
       01  GEN-RSLT-RECORD.
           03  GRSLT-TABLE-ID         PIC X(4).
           03  GRSLT-STATUS           PIC X(1).
           03  GRSLT-EFF-DATE         PIC 9(8).
           03  GRSLT-EXP-DATE         PIC 9(8).
           03  GRSLT-COMB-PROD        PIC X(6).
           03  GRSLT-COMB-NUMS        PIC X(6).
           03  GRSLT-FAIL-TABLE       PIC X(4).
           03  GRSLT-RESOLVED-CODE    PIC X(6).
       01  GEN-RSLT-CONTROL.
           03  GRSLT-CTL-TYPE         PIC X(1).
           03  GRSLT-CTL-DATE         PIC 9(8).
           03  GRSLT-CTL-SUPP-SEQ     PIC X(3).
       01  GEN-RSLT-TRAILER.
           03  GRSLT-TRL-TYPE         PIC X(1).
           03  GRSLT-TRL-COUNT        PIC 9(6).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSREC.
           COPY NUMSBDW.
           COPY NUMSSTW.
           COPY NUMSTDW.
           COPY NUMSCMR.
           COPY NUMSXWW.
       01  WS-MASTER-DDNAME           PIC X(8).
       01  WS-LOADED-TABLE-ID         PIC X(4) VALUE SPACES.
      ******************************************************************
      * The component codes of a combination record are checked
      * against one table holding the BRCH, NUMS, and PROD masters
      * together, keyed table id + code. The masters are appended in
      * ascending table id order and each is ascending by code, so the
      * whole table is ascending on its key for SEARCH ALL.
      ******************************************************************
       01  WS-COMP-LIST-VALUES.
           03  FILLER                 PIC X(4) VALUE "BRCH".
           03  FILLER                 PIC X(4) VALUE "NUMS".
           03  FILLER                 PIC X(4) VALUE "PROD".
       01  WS-COMP-LIST REDEFINES WS-COMP-LIST-VALUES.
           03  WS-COMP-TABLE-ID       PIC X(4) OCCURS 3 TIMES.
       01  WS-COMP-SUB                PIC 9(4) COMP VALUE ZERO.
       01  CMPT-AREA.
           03  CMPT-COUNT             PIC 9(4) COMP VALUE ZERO.
           03  CMPT-ENTRY
                   OCCURS 1 TO 1500 TIMES
                   DEPENDING ON CMPT-COUNT
                   ASCENDING KEY CMPT-KEY
                   INDEXED BY CMPT-IDX.
               05  CMPT-KEY.
                   07  CMPT-TABLE-ID  PIC X(4).
                   07  CMPT-CODE      PIC X(6).
               05  CMPT-DESC          PIC X(20).
               05  CMPT-STATUS        PIC X(1).
               05  CMPT-EFF-DATE      PIC 9(8).
               05  CMPT-EXP-DATE      PIC 9(8).
       01  WS-CHK-KEY.
           03  WS-CHK-TABLE-ID        PIC X(4).
           03  WS-CHK-CODE            PIC X(6).
       01  WS-COMB-FIND-KEY.
           03  WS-FIND-BRCH           PIC X(6).
           03  WS-FIND-PROD           PIC X(6).
           03  WS-FIND-NUMS           PIC X(6).
       01  WS-COMB-DISP               PIC X(1).
       01  WS-COMB-PROD               PIC X(6).
       01  WS-COMB-NUMS               PIC X(6).
       01  WS-FAIL-TABLE-ID           PIC X(4).
       01  WS-RESOLVED-CODE           PIC X(6).
      * Where the combination result record's entry fields come from:
      * "C" the combination entry, "P" the failing component's entry,
      * space nothing matched.
       01  WS-RSLT-SOURCE             PIC X(1).
       01  WS-RSLT-AUD-IDX            PIC 9(4) VALUE ZERO.
      ******************************************************************
      * One processing pass runs per active entry on the table
      * directory; cards carrying an unknown table id would never
      * match any pass, so they are handled (counted and written as
      * "U" results) on the first pass only.
      ******************************************************************
       01  WS-CUR-TABLE-ID            PIC X(4).
       01  WS-PASS                    PIC 9(4) COMP VALUE ZERO.
       01  WS-FIRST-PASS-SW           PIC X VALUE "Y".
       01  WS-DETAIL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-MISS-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-EXPIRED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-NOTALW-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-SUSP-STATUS             PIC X(2).
       01  WS-SUPP-SEQ                PIC 9(3) VALUE ZERO.
       01  WS-SUPP-SEQ-X REDEFINES WS-SUPP-SEQ
                                      PIC X(3).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSRCHGEN" TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-NUMS-RUN-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           PERFORM 0300-LOAD-CROSSWALK
           PERFORM 1050-READ-RUN-HEADER
           PERFORM 1100-OPEN-AUDIT-FILE
           PERFORM 1300-OPEN-SUSPENSE-FILE
           OPEN OUTPUT GEN-RSLT
           MOVE "H" TO GRSLT-CTL-TYPE
           MOVE WS-NUMS-RUN-DATE TO GRSLT-CTL-DATE
           MOVE SPACES TO GRSLT-CTL-SUPP-SEQ
           IF WS-SUPP-SEQ > ZERO
              MOVE WS-SUPP-SEQ-X TO GRSLT-CTL-SUPP-SEQ
           END-IF
           WRITE GEN-RSLT-CONTROL
           PERFORM 1600-PROCESS-ONE-TABLE
              VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > TDIR-COUNT
           MOVE "T" TO GRSLT-TRL-TYPE
           MOVE WS-DETAIL-COUNT TO GRSLT-TRL-COUNT
           WRITE GEN-RSLT-TRAILER
           CLOSE GEN-SUSP
           CLOSE GEN-AUDIT
           IF WS-MISS-COUNT > ZERO OR WS-EXPIRED-COUNT > ZERO
                 OR WS-NOTALW-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-DETAIL-COUNT TO WS-STA-READ
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

      ******************************************************************
      * The header is looked at before anything is opened for output,
      * since the supplemental sequence on it decides how the
      * suspense file is opened. The header itself is verified in
      * full on every pass; a file that does not start with one is
      * left for 1900-CHECK-ONE-TRANS to abend on.
      ******************************************************************
       1050-READ-RUN-HEADER.
           OPEN INPUT GEN-TRANS
           READ GEN-TRANS
              AT END
                 CONTINUE
              NOT AT END
                 IF GEN-CTL-TYPE = "H"
                       AND GEN-CTL-SUPP-SEQ NUMERIC
                    MOVE GEN-CTL-SUPP-SEQ TO WS-SUPP-SEQ
                 END-IF
           END-READ
           CLOSE GEN-TRANS
           IF WS-SUPP-SEQ > ZERO
              STRING "SUPP" WS-SUPP-SEQ-X DELIMITED BY SIZE
                 INTO WS-STA-FUNCTION
              DISPLAY "SUPPLEMENTAL RUN " WS-SUPP-SEQ-X
                 " FOR BUSINESS DATE " WS-NUMS-RUN-DATE
           END-IF.

      ******************************************************************
      * GENAUD is opened EXTEND (append) so prior audit history is
      * kept. On the very first run the file won't exist yet (status
              OPEN OUTPUT GEN-AUDIT
           END-IF.

      ******************************************************************
      * The nightly run starts a fresh suspense file. A supplemental
      * run appends to the one the nightly run left, which is waiting
      * for tonight's recycle, creating it if it has gone.
      ******************************************************************
       1300-OPEN-SUSPENSE-FILE.
           IF WS-SUPP-SEQ > ZERO
              OPEN EXTEND GEN-SUSP
              IF WS-SUSP-STATUS = "35"
                 OPEN OUTPUT GEN-SUSP
              END-IF
           ELSE
              OPEN OUTPUT GEN-SUSP
           END-IF.

      ******************************************************************
      * One full read of the transaction file for the table at
      * WS-PASS, verifying the header and trailer controls each time
      * and processing only this table's lookups. The master itself
      * is loaded lazily inside 2000-PROCESS-ONE-LOOKUP (or
      * 2200-PROCESS-ONE-COMBINATION), so a table with no
      * transactions tonight is never read at all.
      ******************************************************************
       1600-PROCESS-ONE-TABLE.
           MOVE TDIR-ID (WS-PASS) TO WS-CUR-TABLE-ID
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-HDR-SEEN-SW
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DETAIL-COUNT
                 MOVE SPACES TO WS-COMB-PROD
                 MOVE SPACES TO WS-COMB-NUMS
                 MOVE SPACES TO WS-FAIL-TABLE-ID
                 MOVE SPACES TO WS-RESOLVED-CODE
                 IF GEN-TABLE-ID = WS-CUR-TABLE-ID
                    IF TDIR-TYPE (WS-PASS) = "X"
                       PERFORM 2200-PROCESS-ONE-COMBINATION
                    ELSE
                       PERFORM 2000-PROCESS-ONE-LOOKUP
                    END-IF
                 ELSE
                    IF WS-FIRST-PASS-SW = "Y"
                       PERFORM 1950-CHECK-TABLE-ID
           END-EVALUATE.

      ******************************************************************
      * A lookup whose table id is not an active directory entry would
      * never be processed on any pass, so it is counted as a miss and
      * written as a "U" result here (on the first pass only) instead
      * of vanishing silently. Unknown table ids are keying errors, not
      * missing codes, so they are not suspended.
      ******************************************************************
       1950-CHECK-TABLE-ID.
           MOVE "N" TO WS-ID-VALID-SW
           MOVE GEN-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           IF WS-TDIR-HIT-IDX > ZERO
              MOVE "Y" TO WS-ID-VALID-SW
           END-IF
           IF WS-ID-VALID-SW = "N"
              ADD 1 TO WS-MISS-COUNT
              DISPLAY "UNKNOWN TABLE ID " GEN-TABLE-ID
           PERFORM 3000-SEARCH-TABLE.

       2100-SELECT-MASTER-DDNAME.
           MOVE TDIR-MASTER-DD (WS-PASS) TO WS-MASTER-DDNAME.

      ******************************************************************
      * A combination record is checked BRCH, then PROD, then NUMS,
      * stopping at the first code that is missing ("N") or not
      * effective ("E"); only a triple of good codes goes on to the
      * combination check. The component masters and the combination
      * master are loaded together the first time the pass needs them.
      ******************************************************************
       2200-PROCESS-ONE-COMBINATION.
           IF WS-CUR-TABLE-ID NOT = WS-LOADED-TABLE-ID
              PERFORM 2400-LOAD-COMBINATION-TABLES
              MOVE WS-CUR-TABLE-ID TO WS-LOADED-TABLE-ID
           END-IF
           MOVE GEN-COMB-PROD TO WS-COMB-PROD
           MOVE GEN-COMB-NUMS TO WS-COMB-NUMS
           MOVE "F" TO WS-COMB-DISP
           MOVE SPACE TO WS-RSLT-SOURCE
           MOVE ZERO TO WS-RSLT-AUD-IDX
           MOVE "BRCH" TO WS-CHK-TABLE-ID
           MOVE GEN-VALUE TO WS-CHK-CODE
           PERFORM 3400-CHECK-COMPONENT
           IF WS-COMB-DISP = "F"
              MOVE "PROD" TO WS-CHK-TABLE-ID
              MOVE GEN-COMB-PROD TO WS-CHK-CODE
              PERFORM 3400-CHECK-COMPONENT
           END-IF
           IF WS-COMB-DISP = "F"
              MOVE "NUMS" TO WS-CHK-TABLE-ID
              MOVE GEN-COMB-NUMS TO WS-CHK-CODE
              PERFORM 3400-CHECK-COMPONENT
           END-IF
           IF WS-COMB-DISP = "F"
              PERFORM 3500-CHECK-COMBINATION
           END-IF
           PERFORM 3800-WRITE-COMB-OUTCOME.

      ******************************************************************
      * Each component master must be an active code table on the
      * directory: a combination pass with one of them retired could
      * only fail every record, so the run stops instead. The masters
      * are loaded and validated through the usual single-table load,
      * then appended to the component table.
      ******************************************************************
       2400-LOAD-COMBINATION-TABLES.
           MOVE ZERO TO CMPT-COUNT
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1 UNTIL WS-COMP-SUB > 3
              MOVE WS-COMP-TABLE-ID (WS-COMP-SUB) TO WS-TDIR-FIND-ID
              PERFORM 0250-FIND-DIRECTORY-ENTRY
              IF WS-TDIR-HIT-IDX = ZERO
                 DISPLAY "ABEND: COMBINATION COMPONENT TABLE "
                    WS-TDIR-FIND-ID " NOT ACTIVE ON TABDIR"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF TDIR-TYPE (WS-TDIR-HIT-IDX) NOT = "C"
                 DISPLAY "ABEND: COMBINATION COMPONENT TABLE "
                    WS-TDIR-FIND-ID " IS NOT A CODE TABLE"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE TDIR-MASTER-DD (WS-TDIR-HIT-IDX) TO WS-MASTER-DDNAME
              PERFORM 1000-LOAD-TABLE
              PERFORM 9000-VALIDATE-NUMS-TABLE
              PERFORM 2450-APPEND-COMPONENTS
           END-PERFORM
           MOVE ZERO TO COMB-COUNT
           MOVE "N" TO WS-LOAD-EOF-SW
           PERFORM 2100-SELECT-MASTER-DDNAME
           OPEN INPUT COMB-MASTER
           PERFORM UNTIL WS-LOAD-EOF-SW = "Y"
              READ COMB-MASTER
                 AT END
                    MOVE "Y" TO WS-LOAD-EOF-SW
                 NOT AT END
                    ADD 1 TO COMB-COUNT
                    PERFORM 8100-CHECK-COMB-BOUNDS
                    MOVE COMB-MASTER-RECORD TO COMB-ENTRY (COMB-COUNT)
              END-READ
           END-PERFORM
           CLOSE COMB-MASTER
           PERFORM 9100-VALIDATE-COMB-TABLE.

       2450-APPEND-COMPONENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > NUMS-COUNT
              ADD 1 TO CMPT-COUNT
              IF CMPT-COUNT > 1500
                 DISPLAY "ABEND: COMBINATION COMPONENT TABLES EXCEED "
                    "1500 ENTRY LIMIT"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-COMP-TABLE-ID (WS-COMP-SUB)
                 TO CMPT-TABLE-ID (CMPT-COUNT)
              MOVE NUMS (WS-IDX) TO CMPT-CODE (CMPT-COUNT)
              MOVE NUMS-DESC (WS-IDX) TO CMPT-DESC (CMPT-COUNT)
              MOVE NUMS-STATUS (WS-IDX) TO CMPT-STATUS (CMPT-COUNT)
              MOVE NUMS-EFF-DATE (WS-IDX) TO CMPT-EFF-DATE (CMPT-COUNT)
              MOVE NUMS-EXP-DATE (WS-IDX) TO CMPT-EXP-DATE (CMPT-COUNT)
           END-PERFORM.

       1000-LOAD-TABLE.
           MOVE ZERO TO NUMS-COUNT
                 PERFORM 3700-WRITE-MISS-RESULT
              WHEN NUMS (NUMS-IDX) = GEN-VALUE
                 PERFORM 3200-CHECK-NUMS-EFFECTIVE
                 MOVE "N" TO WS-XWLK-REDIRECT-SW
                 IF WS-NUMS-EFF-SW = "N"
                    MOVE WS-CUR-TABLE-ID TO WS-XWLK-FIND-TABLE
                    PERFORM 3270-REDIRECT-ENTRY
                 END-IF
                 MOVE GEN-VALUE TO AUD-VALUE
                 MOVE GEN-VALUE TO WS-RESOLVED-CODE
                 MOVE NUMS-IDX TO AUD-IDX
                 EVALUATE TRUE
                    WHEN WS-XWLK-REDIRECT-SW = "Y"
                       DISPLAY "REDIRECTED " GEN-TABLE-ID " "
                          GEN-VALUE " TO " WS-XWLK-NEW-CODE " "
                          NUMS-DESC (NUMS-IDX)
                       MOVE WS-XWLK-NEW-CODE TO WS-RESOLVED-CODE
                       MOVE "R" TO AUD-STATUS
                    WHEN WS-NUMS-EFF-SW = "Y"
                       DISPLAY "Found " GEN-TABLE-ID " " GEN-VALUE
                          " at " NUMS-IDX " " NUMS-DESC (NUMS-IDX)
                       MOVE "F" TO AUD-STATUS
                    WHEN OTHER
                       ADD 1 TO WS-EXPIRED-COUNT
                       DISPLAY "NOT EFFECTIVE " GEN-TABLE-ID " "
                          GEN-VALUE " " NUMS-DESC (NUMS-IDX)
                       MOVE "E" TO AUD-STATUS
                 END-EVALUATE
                 PERFORM 3100-WRITE-AUDIT-RECORD
                 MOVE AUD-STATUS TO GRSLT-DISP
                 PERFORM 3600-WRITE-MATCH-RESULT
           MOVE NUMS-STATUS (NUMS-IDX) TO GRSLT-STATUS
           MOVE NUMS-EFF-DATE (NUMS-IDX) TO GRSLT-EFF-DATE
           MOVE NUMS-EXP-DATE (NUMS-IDX) TO GRSLT-EXP-DATE
           PERFORM 3690-MOVE-COMB-FIELDS
           WRITE GEN-RSLT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

       3650-WRITE-COMB-RESULT.
           MOVE GEN-TABLE-ID TO GRSLT-TABLE-ID
           MOVE GEN-VALUE TO GRSLT-VALUE
           MOVE SPACES TO GRSLT-DESC
           MOVE COMB-STATUS (COMB-IDX) TO GRSLT-STATUS
           MOVE COMB-EFF-DATE (COMB-IDX) TO GRSLT-EFF-DATE
           MOVE COMB-EXP-DATE (COMB-IDX) TO GRSLT-EXP-DATE
           PERFORM 3690-MOVE-COMB-FIELDS
           WRITE GEN-RSLT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

       3660-WRITE-COMPONENT-RESULT.
           MOVE GEN-TABLE-ID TO GRSLT-TABLE-ID
           MOVE GEN-VALUE TO GRSLT-VALUE
           MOVE CMPT-DESC (CMPT-IDX) TO GRSLT-DESC
           MOVE CMPT-STATUS (CMPT-IDX) TO GRSLT-STATUS
           MOVE CMPT-EFF-DATE (CMPT-IDX) TO GRSLT-EFF-DATE
           MOVE CMPT-EXP-DATE (CMPT-IDX) TO GRSLT-EXP-DATE
           PERFORM 3690-MOVE-COMB-FIELDS
           WRITE GEN-RSLT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

       3690-MOVE-COMB-FIELDS.
           MOVE WS-COMB-PROD TO GRSLT-COMB-PROD
           MOVE WS-COMB-NUMS TO GRSLT-COMB-NUMS
           MOVE WS-FAIL-TABLE-ID TO GRSLT-FAIL-TABLE
           MOVE WS-RESOLVED-CODE TO GRSLT-RESOLVED-CODE.

       3700-WRITE-MISS-RESULT.
           MOVE GEN-TABLE-ID TO GRSLT-TABLE-ID
           MOVE SPACES TO GRSLT-STATUS
           MOVE ZERO TO GRSLT-EFF-DATE
           MOVE ZERO TO GRSLT-EXP-DATE
           PERFORM 3690-MOVE-COMB-FIELDS
           WRITE GEN-RSLT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

      ******************************************************************
      * 3400-CHECK-COMPONENT looks WS-CHK-KEY up in the component table
      * and, when the code is missing or not effective on the run date
      * (the same rules NUMSEFF applies), sets the combination verdict
      * and names the failing table.
      ******************************************************************
       3400-CHECK-COMPONENT.
           SEARCH ALL CMPT-ENTRY
              AT END
                 MOVE "N" TO WS-COMB-DISP
                 MOVE WS-CHK-TABLE-ID TO WS-FAIL-TABLE-ID
              WHEN CMPT-KEY (CMPT-IDX) = WS-CHK-KEY
                 IF CMPT-STATUS (CMPT-IDX) NOT = "A"
                       OR WS-NUMS-RUN-DATE < CMPT-EFF-DATE (CMPT-IDX)
                       OR WS-NUMS-RUN-DATE > CMPT-EXP-DATE (CMPT-IDX)
                    MOVE "E" TO WS-COMB-DISP
                    MOVE WS-CHK-TABLE-ID TO WS-FAIL-TABLE-ID
                    MOVE "P" TO WS-RSLT-SOURCE
                 END-IF
           END-SEARCH.

       3500-CHECK-COMBINATION.
           MOVE GEN-VALUE TO WS-FIND-BRCH
           MOVE GEN-COMB-PROD TO WS-FIND-PROD
           MOVE GEN-COMB-NUMS TO WS-FIND-NUMS
           SEARCH ALL COMB-ENTRY
              AT END
                 MOVE "X" TO WS-COMB-DISP
                 MOVE WS-CUR-TABLE-ID TO WS-FAIL-TABLE-ID
              WHEN COMB-KEY (COMB-IDX) = WS-COMB-FIND-KEY
                 MOVE "C" TO WS-RSLT-SOURCE
                 SET WS-RSLT-AUD-IDX TO COMB-IDX
                 PERFORM 3250-CHECK-COMB-EFFECTIVE
                 IF WS-COMB-EFF-SW = "N"
                    MOVE "X" TO WS-COMB-DISP
                    MOVE WS-CUR-TABLE-ID TO WS-FAIL-TABLE-ID
                 END-IF
           END-SEARCH.

      ******************************************************************
      * A combination that failed on a missing code or as a
      * combination is suspended, the whole triple together, so it is
      * retried once the table or combination maintenance catches up;
      * a code that is on file but not effective is not, the same as
      * for a single-code lookup.
      ******************************************************************
       3800-WRITE-COMB-OUTCOME.
           IF WS-COMB-DISP NOT = "N"
              MOVE GEN-VALUE TO WS-RESOLVED-CODE
           END-IF
           MOVE GEN-VALUE TO AUD-VALUE
           MOVE WS-COMB-DISP TO AUD-STATUS
           MOVE WS-RSLT-AUD-IDX TO AUD-IDX
           PERFORM 3100-WRITE-AUDIT-RECORD
           EVALUATE WS-COMB-DISP
              WHEN "F"
                 DISPLAY "Found " GEN-TABLE-ID " " GEN-VALUE " "
                    GEN-COMB-PROD " " GEN-COMB-NUMS
              WHEN "E"
                 ADD 1 TO WS-EXPIRED-COUNT
                 DISPLAY "NOT EFFECTIVE " GEN-TABLE-ID " " GEN-VALUE
                    " " GEN-COMB-PROD " " GEN-COMB-NUMS " ON "
                    WS-FAIL-TABLE-ID
              WHEN "N"
                 ADD 1 TO WS-MISS-COUNT
                 DISPLAY "NOT FOUND " GEN-TABLE-ID " " GEN-VALUE " "
                    GEN-COMB-PROD " " GEN-COMB-NUMS " ON "
                    WS-FAIL-TABLE-ID
                 PERFORM 3300-WRITE-SUSPENSE-RECORD
              WHEN "X"
                 ADD 1 TO WS-NOTALW-COUNT
                 DISPLAY "COMBINATION NOT ALLOWED " GEN-VALUE " "
                    GEN-COMB-PROD " " GEN-COMB-NUMS
                 PERFORM 3300-WRITE-SUSPENSE-RECORD
           END-EVALUATE
           MOVE WS-COMB-DISP TO GRSLT-DISP
           EVALUATE WS-RSLT-SOURCE
              WHEN "C"
                 PERFORM 3650-WRITE-COMB-RESULT
              WHEN "P"
                 PERFORM 3660-WRITE-COMPONENT-RESULT
              WHEN OTHER
                 PERFORM 3700-WRITE-MISS-RESULT
           END-EVALUATE.

      * The timestamp's date portion is the business date, so a run
      * that slips past midnight still files its audit records under
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-NUMS-RUN-DATE TO AUD-TIMESTAMP (1:8)
           MOVE GEN-TABLE-ID TO AUD-TABLE-ID
           MOVE WS-COMB-PROD TO AUD-COMB-PROD
           MOVE WS-COMB-NUMS TO AUD-COMB-NUMS
           MOVE WS-FAIL-TABLE-ID TO AUD-FAIL-TABLE
           MOVE WS-RESOLVED-CODE TO AUD-RESOLVED-CODE
           MOVE WS-SUPP-SEQ TO AUD-SUPP-SEQ
           WRITE GEN-AUDIT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

      ******************************************************************
      * A miss goes to the suspense file so BSUSPRCY can recycle it
      * has had a chance to add the code. The aging count carried on
      * the transaction goes up by one each night it misses; BSUSPRCY
      * rejects the record to the operator report when the count
      * reaches its recycle limit, unless a hold-until date carried
      * from a resolution card has not yet passed. Unknown table ids
      * are keying errors, not missing codes, so they are not
      * suspended.
      ******************************************************************
       3300-WRITE-SUSPENSE-RECORD.
           MOVE GEN-TABLE-ID TO SUSP-TABLE-ID
           ELSE
              MOVE 01 TO SUSP-AGE
           END-IF
           MOVE WS-COMB-PROD TO SUSP-COMB-PROD
           MOVE WS-COMB-NUMS TO SUSP-COMB-NUMS
           IF GEN-HOLD-DATE NUMERIC
              MOVE GEN-HOLD-DATE TO SUSP-HOLD-DATE
           ELSE
              MOVE ZERO TO SUSP-HOLD-DATE
           END-IF
           WRITE GEN-SUSP-RECORD
           ADD 1 TO WS-STA-WRITTEN.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSEFF.
           COPY NUMSVAL.
           COPY NUMSBND.
           COPY NUMSCMP.
           COPY NUMSXWP.
           COPY NUMSSTP.
       END PROGRAM BSRCHGEN.
