       PROGRAM-ID. BSRPT.
      ******************************************************************
      * BSRPT writes the daily reconciliation summary to BSRPTOUT from
      * the audit records the search steps appended earlier tonight: the
      * day's NUMS-AUDIT-RECORDs (status "F" found, "E" found but not
      * effective, "R" retired and redirected to its successor, "N" not
      * found) drive the totals and the list of missed codes, and the
      * day's GEN-AUDIT-RECORDs drive a per-table summary - one line for
      * each active table on the TABDIR table directory, plus an OTHR
      * line for lookups against a table id the directory does not know.
      * Lookups against a valid-combination table that leave as "X"
      * (combination not allowed) are counted in their own CMB column
      * rather than as misses, and lookups redirected through the
      * successor-code crosswalk ("R") in their own RDR column rather
      * than as found. Nothing is searched again, so the report is by
      * construction a summary of what the search steps actually did,
      * and a restart between steps cannot make the report disagree with
      * the audit trail. Records from earlier dates on the cumulative
      * audit files are passed over.
      * Lookups the BSSUPP supplemental job made for the same business
      * date, from late files that missed the nightly cutoff, carry
      * their supplemental sequence on the audit record. Every count
      * is kept apart for the nightly run and the supplemental runs:
      * the NUMS totals in NIGHT, SUPP, and TOTAL columns, the GEN
      * table with a line per run that made lookups against each
      * table, the missed codes marked with the supplemental sequence
      * that missed them, and a closing line per supplemental
      * sequence. A report run from BSSUPP carries a RPTPARM card
      * with "SUPP" in columns 1-4, which files its step statistics
      * record under "SUPP" + the highest sequence on the report
      * rather than with the nightly steps; the nightly step has no
      * RPTPARM card.
      * The step statistics record appended to RUNSTATS counts every
      * audit record read, earlier dates included, since the whole
      * cumulative file is passed each night; the step writes only its
      * report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-PARM-FILE ASSIGN TO "RPTPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT NUMS-AUDIT ASSIGN TO "NUMSAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               FILE STATUS IS WS-GEN-AUDIT-STATUS.
           SELECT RPT-OUT ASSIGN TO "BSRPTOUT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-PARM-FILE.
       01  RPT-PARM-RECORD.
           03  RPT-PARM-RUN-TYPE      PIC X(4).
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  NUMS-AUDIT.
       01  NUMS-AUDIT-RECORD.
           03  AUD-TIMESTAMP          PIC X(21).
           03  AUD-VALUE              PIC X(6).
           03  AUD-STATUS             PIC X(1).
           03  AUD-IDX                PIC 9(4).
           03  AUD-RESOLVED-CODE      PIC X(6).
           03  AUD-SUPP-SEQ           PIC X(3).
       FD  GEN-AUDIT.
       01  GEN-AUDIT-RECORD.
           03  GAUD-TIMESTAMP         PIC X(21).
           03  GAUD-VALUE             PIC X(6).
           03  GAUD-STATUS            PIC X(1).
           03  GAUD-IDX               PIC 9(4).
           03  GAUD-COMB-PROD         PIC X(6).
           03  GAUD-COMB-NUMS         PIC X(6).
           03  GAUD-FAIL-TABLE        PIC X(4).
           03  GAUD-RESOLVED-CODE     PIC X(6).
           03  GAUD-SUPP-SEQ          PIC X(3).
       FD  RPT-OUT.
       01  RPT-OUT-LINE               PIC X(60).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
           COPY NUMSSTW.
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-GEN-AUDIT-STATUS        PIC X(2).
       01  WS-PARM-STATUS             PIC X(2).
       01  WS-SUPP-RUN-SW             PIC X VALUE "N".
       01  WS-MISS-AREA.
           03  WS-MISS-COUNT          PIC 9(4) COMP VALUE ZERO.
           03  WS-MISS-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MISS-COUNT.
               05  WS-MISS-CODE       PIC X(6).
               05  WS-MISS-SEQ        PIC X(3).
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
      ******************************************************************
      * The audit record's supplemental sequence decides which run a
      * lookup is counted under: WS-RUN 1 the nightly run (sequence
      * zero, or blank on records from before the field existed), 2
      * the supplemental runs. WS-SEQ-AREA keeps each supplemental
      * sequence seen tonight for the closing lines.
      ******************************************************************
       01  WS-AUD-SEQ                 PIC X(3).
       01  WS-RUN                     PIC 9(4) COMP VALUE ZERO.
       01  WS-HIGH-SEQ                PIC X(3) VALUE "000".
       01  WS-NUMS-RUN-AREA.
           03  WS-NUMS-RUN-ENTRY      OCCURS 3 TIMES.
               05  WS-TOTAL-COUNT     PIC 9(4).
               05  WS-FOUND-COUNT     PIC 9(4).
               05  WS-EXPIRED-COUNT   PIC 9(4).
               05  WS-REDIRECT-COUNT  PIC 9(4).
               05  WS-MISSED-COUNT    PIC 9(4).
       01  WS-SEQ-AREA.
           03  WS-SEQ-COUNT           PIC 9(4) COMP VALUE ZERO.
           03  WS-SEQ-ENTRY
                   OCCURS 1 TO 99 TIMES
                   DEPENDING ON WS-SEQ-COUNT.
               05  WS-SEQ-NUM         PIC X(3).
               05  WS-SEQ-NUMS-TOTAL  PIC 9(4).
               05  WS-SEQ-NUMS-MISSED PIC 9(4).
               05  WS-SEQ-GEN-TOTAL   PIC 9(4).
               05  WS-SEQ-GEN-MISSED  PIC 9(4).
       01  WS-SEQ-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-IDX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE-USED          PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE-AREA.
           03  WS-GEN-TABLE-ENTRY     OCCURS 21 TIMES.
               05  WS-GEN-TABLE-ID    PIC X(4).
               05  WS-GEN-RUN-ENTRY   OCCURS 2 TIMES.
                   07  WS-GEN-TOTAL   PIC 9(4).
                   07  WS-GEN-FOUND   PIC 9(4).
                   07  WS-GEN-REDIRECT
                                      PIC 9(4).
                   07  WS-GEN-EXPIRED PIC 9(4).
                   07  WS-GEN-MISSED  PIC 9(4).
                   07  WS-GEN-COMBO   PIC 9(4).
       01  WS-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-NAME-VALUES.
           03  FILLER                 PIC X(5) VALUE "NIGHT".
           03  FILLER                 PIC X(5) VALUE "SUPP ".
       01  WS-RUN-NAMES REDEFINES WS-RUN-NAME-VALUES.
           03  WS-RUN-NAME            PIC X(5) OCCURS 2 TIMES.
       01  WS-REPORT-HEADING.
           03  FILLER                 PIC X(18) VALUE SPACES.
           03  FILLER                 PIC X(5) VALUE "NIGHT".
           03  FILLER                 PIC X(3) VALUE SPACES.
           03  FILLER                 PIC X(4) VALUE "SUPP".
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  FILLER                 PIC X(5) VALUE "TOTAL".
       01  WS-REPORT-LINE.
           03  WS-REPORT-LABEL        PIC X(16).
           03  WS-REPORT-RUN          OCCURS 3 TIMES.
               05  FILLER             PIC X(3).
               05  WS-REPORT-NUMBER   PIC ZZZ9.
       01  WS-GEN-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-ID         PIC X(4).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-GEN-LINE-RUN        PIC X(5).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-TOTAL      PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-FOUND      PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-REDIRECT   PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-EXPIRED    PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-MISSED     PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-COMBO      PIC ZZZ9.
       01  WS-SEQ-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SEQ-LINE-NUM        PIC X(3).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SEQ-LINE-NUMS-TOT   PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SEQ-LINE-NUMS-MIS   PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SEQ-LINE-GEN-TOT    PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SEQ-LINE-GEN-MIS    PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSRPT   " TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 1000-READ-PARM
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TDIR-COUNT
              MOVE TDIR-ID (WS-IDX) TO WS-GEN-TABLE-ID (WS-IDX)
           END-PERFORM
           COMPUTE WS-GEN-TABLE-USED = TDIR-COUNT + 1
           MOVE "OTHR" TO WS-GEN-TABLE-ID (WS-GEN-TABLE-USED)
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GEN-TABLE-USED
              PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 2
                 MOVE ZERO TO WS-GEN-TOTAL (WS-IDX, WS-RUN)
                 MOVE ZERO TO WS-GEN-FOUND (WS-IDX, WS-RUN)
                 MOVE ZERO TO WS-GEN-REDIRECT (WS-IDX, WS-RUN)
                 MOVE ZERO TO WS-GEN-EXPIRED (WS-IDX, WS-RUN)
                 MOVE ZERO TO WS-GEN-MISSED (WS-IDX, WS-RUN)
                 MOVE ZERO TO WS-GEN-COMBO (WS-IDX, WS-RUN)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 3
              MOVE ZERO TO WS-TOTAL-COUNT (WS-RUN)
              MOVE ZERO TO WS-FOUND-COUNT (WS-RUN)
              MOVE ZERO TO WS-EXPIRED-COUNT (WS-RUN)
              MOVE ZERO TO WS-REDIRECT-COUNT (WS-RUN)
              MOVE ZERO TO WS-MISSED-COUNT (WS-RUN)
           END-PERFORM
           PERFORM 2000-TALLY-NUMS-AUDIT
           PERFORM 3000-TALLY-GEN-AUDIT
           OPEN OUTPUT RPT-OUT
           PERFORM 7000-WRITE-SUMMARY
           CLOSE RPT-OUT
           IF WS-SUPP-RUN-SW = "Y"
              MOVE SPACES TO WS-STA-FUNCTION
              IF WS-HIGH-SEQ > "000"
                 STRING "SUPP" WS-HIGH-SEQ DELIMITED BY SIZE
                    INTO WS-STA-FUNCTION
              ELSE
                 MOVE "SUPP" TO WS-STA-FUNCTION
              END-IF
           END-IF
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

      ******************************************************************
      * The RPTPARM card is optional: the nightly step runs without
      * one (status 35). Anything on it but "SUPP" is a mistyped card.
      ******************************************************************
       1000-READ-PARM.
           OPEN INPUT RPT-PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ RPT-PARM-FILE
                 AT END
                    MOVE SPACES TO RPT-PARM-RUN-TYPE
              END-READ
              CLOSE RPT-PARM-FILE
              EVALUATE RPT-PARM-RUN-TYPE
                 WHEN "SUPP"
                    MOVE "Y" TO WS-SUPP-RUN-SW
                 WHEN SPACES
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "ABEND: RPTPARM RUN TYPE NOT SUPP: "
                       RPT-PARM-RUN-TYPE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-IF.

      ******************************************************************
      * The audit files are cumulative, so only tonight's records -
      * timestamp date equal to the run date - are counted. A missing
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-STA-READ
                    IF AUD-TIMESTAMP (1:8) = WS-RUN-DATE
                       PERFORM 2100-TALLY-ONE-NUMS
                    END-IF
           END-IF.

       2100-TALLY-ONE-NUMS.
           MOVE AUD-SUPP-SEQ TO WS-AUD-SEQ
           PERFORM 4000-SET-RUN
           ADD 1 TO WS-TOTAL-COUNT (WS-RUN)
           IF WS-RUN = 2
              ADD 1 TO WS-SEQ-NUMS-TOTAL (WS-SEQ-IDX)
           END-IF
           EVALUATE AUD-STATUS
              WHEN "F"
                 ADD 1 TO WS-FOUND-COUNT (WS-RUN)
              WHEN "E"
                 ADD 1 TO WS-EXPIRED-COUNT (WS-RUN)
              WHEN "R"
                 ADD 1 TO WS-REDIRECT-COUNT (WS-RUN)
              WHEN OTHER
                 ADD 1 TO WS-MISSED-COUNT (WS-RUN)
                 IF WS-RUN = 2
                    ADD 1 TO WS-SEQ-NUMS-MISSED (WS-SEQ-IDX)
                 END-IF
                 ADD 1 TO WS-MISS-COUNT
                 PERFORM 8100-CHECK-MISS-BOUNDS
                 MOVE AUD-VALUE TO WS-MISS-CODE (WS-MISS-COUNT)
                 MOVE WS-AUD-SEQ TO WS-MISS-SEQ (WS-MISS-COUNT)
           END-EVALUATE.

       3000-TALLY-GEN-AUDIT.
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-STA-READ
                    IF GAUD-TIMESTAMP (1:8) = WS-RUN-DATE
                       PERFORM 3100-TALLY-ONE-GEN
                    END-IF
           END-IF.

       3100-TALLY-ONE-GEN.
           MOVE GAUD-SUPP-SEQ TO WS-AUD-SEQ
           PERFORM 4000-SET-RUN
           IF WS-RUN = 2
              ADD 1 TO WS-SEQ-GEN-TOTAL (WS-SEQ-IDX)
              IF GAUD-STATUS = "N" OR GAUD-STATUS = "X"
                 ADD 1 TO WS-SEQ-GEN-MISSED (WS-SEQ-IDX)
              END-IF
           END-IF
           MOVE WS-GEN-TABLE-USED TO WS-SUB
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > TDIR-COUNT
              IF WS-GEN-TABLE-ID (WS-IDX) = GAUD-TABLE-ID
                 MOVE WS-IDX TO WS-SUB
                 EXIT PERFORM
              END-IF
           END-PERFORM
           ADD 1 TO WS-GEN-TOTAL (WS-SUB, WS-RUN)
           EVALUATE GAUD-STATUS
              WHEN "F"
                 ADD 1 TO WS-GEN-FOUND (WS-SUB, WS-RUN)
              WHEN "E"
                 ADD 1 TO WS-GEN-EXPIRED (WS-SUB, WS-RUN)
              WHEN "R"
                 ADD 1 TO WS-GEN-REDIRECT (WS-SUB, WS-RUN)
              WHEN "X"
                 ADD 1 TO WS-GEN-COMBO (WS-SUB, WS-RUN)
              WHEN OTHER
                 ADD 1 TO WS-GEN-MISSED (WS-SUB, WS-RUN)
           END-EVALUATE.

      ******************************************************************
      * Sets WS-RUN from the sequence in WS-AUD-SEQ and, for a
      * supplemental lookup, WS-SEQ-IDX to the sequence's entry,
      * adding the entry the first time the sequence is seen.
      ******************************************************************
       4000-SET-RUN.
           IF WS-AUD-SEQ NOT NUMERIC OR WS-AUD-SEQ = "000"
              MOVE 1 TO WS-RUN
              MOVE SPACES TO WS-AUD-SEQ
           ELSE
              MOVE 2 TO WS-RUN
              IF WS-AUD-SEQ > WS-HIGH-SEQ
                 MOVE WS-AUD-SEQ TO WS-HIGH-SEQ
              END-IF
              MOVE ZERO TO WS-SEQ-IDX
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-SEQ-COUNT
                 IF WS-SEQ-NUM (WS-IDX) = WS-AUD-SEQ
                    MOVE WS-IDX TO WS-SEQ-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-SEQ-IDX = ZERO
                 ADD 1 TO WS-SEQ-COUNT
                 PERFORM 8200-CHECK-SEQ-BOUNDS
                 MOVE WS-SEQ-COUNT TO WS-SEQ-IDX
                 MOVE WS-AUD-SEQ TO WS-SEQ-NUM (WS-SEQ-IDX)
                 MOVE ZERO TO WS-SEQ-NUMS-TOTAL (WS-SEQ-IDX)
                 MOVE ZERO TO WS-SEQ-NUMS-MISSED (WS-SEQ-IDX)
                 MOVE ZERO TO WS-SEQ-GEN-TOTAL (WS-SEQ-IDX)
                 MOVE ZERO TO WS-SEQ-GEN-MISSED (WS-SEQ-IDX)
              END-IF
           END-IF.

      ******************************************************************
      * WS-MISS-ENTRY is an OCCURS 1 TO 500 table, so it needs its own
      * bounds check before each store.
      ******************************************************************
       8100-CHECK-MISS-BOUNDS.
              STOP RUN
           END-IF.

       8200-CHECK-SEQ-BOUNDS.
           IF WS-SEQ-COUNT > 99
              DISPLAY "ABEND: MORE THAN 99 SUPPLEMENTAL SEQUENCES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * Entry 3 of the NUMS counts is the night's total, nightly plus
      * supplemental.
      ******************************************************************
       7000-WRITE-SUMMARY.
           ADD WS-TOTAL-COUNT (1) WS-TOTAL-COUNT (2)
              GIVING WS-TOTAL-COUNT (3)
           ADD WS-FOUND-COUNT (1) WS-FOUND-COUNT (2)
              GIVING WS-FOUND-COUNT (3)
           ADD WS-EXPIRED-COUNT (1) WS-EXPIRED-COUNT (2)
              GIVING WS-EXPIRED-COUNT (3)
           ADD WS-REDIRECT-COUNT (1) WS-REDIRECT-COUNT (2)
              GIVING WS-REDIRECT-COUNT (3)
           ADD WS-MISSED-COUNT (1) WS-MISSED-COUNT (2)
              GIVING WS-MISSED-COUNT (3)
           MOVE "NUMS RECONCILIATION REPORT" TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE WS-REPORT-HEADING TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL SEARCHES: " TO WS-REPORT-LABEL
           PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 3
              MOVE WS-TOTAL-COUNT (WS-RUN)
                 TO WS-REPORT-NUMBER (WS-RUN)
           END-PERFORM
           MOVE WS-REPORT-LINE TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "FOUND:          " TO WS-REPORT-LABEL
           PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 3
              MOVE WS-FOUND-COUNT (WS-RUN)
                 TO WS-REPORT-NUMBER (WS-RUN)
           END-PERFORM
           MOVE WS-REPORT-LINE TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "REDIRECTED:     " TO WS-REPORT-LABEL
           PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 3
              MOVE WS-REDIRECT-COUNT (WS-RUN)
                 TO WS-REPORT-NUMBER (WS-RUN)
           END-PERFORM
           MOVE WS-REPORT-LINE TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "NOT EFFECTIVE:  " TO WS-REPORT-LABEL
           PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 3
              MOVE WS-EXPIRED-COUNT (WS-RUN)
                 TO WS-REPORT-NUMBER (WS-RUN)
           END-PERFORM
           MOVE WS-REPORT-LINE TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "NOT FOUND:      " TO WS-REPORT-LABEL
           PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 3
              MOVE WS-MISSED-COUNT (WS-RUN)
                 TO WS-REPORT-NUMBER (WS-RUN)
           END-PERFORM
           MOVE WS-REPORT-LINE TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           IF WS-MISS-COUNT > ZERO
                 UNTIL WS-IDX > WS-MISS-COUNT
                 MOVE SPACES TO RPT-OUT-LINE
                 MOVE WS-MISS-CODE (WS-IDX) TO RPT-OUT-LINE (3:6)
                 IF WS-MISS-SEQ (WS-IDX) NOT = SPACES
                    MOVE "SUPP" TO RPT-OUT-LINE (11:4)
                    MOVE WS-MISS-SEQ (WS-IDX) TO RPT-OUT-LINE (16:3)
                 END-IF
                 WRITE RPT-OUT-LINE
              END-PERFORM
           END-IF
           WRITE RPT-OUT-LINE
           MOVE "GEN LOOKUPS BY TABLE" TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "  TBL  RUN     TOT   FND   RDR   EXP   MIS   CMB"
              TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GEN-TABLE-USED
              PERFORM VARYING WS-RUN FROM 1 BY 1 UNTIL WS-RUN > 2
                 IF WS-GEN-TOTAL (WS-IDX, WS-RUN) > ZERO
                    PERFORM 7100-WRITE-GEN-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-SEQ-COUNT > ZERO
              PERFORM 7200-WRITE-SUPPLEMENTALS
           END-IF.

       7100-WRITE-GEN-LINE.
           MOVE WS-GEN-TABLE-ID (WS-IDX) TO WS-GEN-LINE-ID
           MOVE WS-RUN-NAME (WS-RUN) TO WS-GEN-LINE-RUN
           MOVE WS-GEN-TOTAL (WS-IDX, WS-RUN) TO WS-GEN-LINE-TOTAL
           MOVE WS-GEN-FOUND (WS-IDX, WS-RUN) TO WS-GEN-LINE-FOUND
           MOVE WS-GEN-REDIRECT (WS-IDX, WS-RUN)
              TO WS-GEN-LINE-REDIRECT
           MOVE WS-GEN-EXPIRED (WS-IDX, WS-RUN)
              TO WS-GEN-LINE-EXPIRED
           MOVE WS-GEN-MISSED (WS-IDX, WS-RUN) TO WS-GEN-LINE-MISSED
           MOVE WS-GEN-COMBO (WS-IDX, WS-RUN) TO WS-GEN-LINE-COMBO
           MOVE WS-GEN-LINE TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE.

      ******************************************************************
      * One line per supplemental sequence run for the date, in the
      * order first met on the audit files: lookups and misses (not
      * found, plus combination not allowed on the GEN side - what
      * went to suspense) on each side.
      ******************************************************************
       7200-WRITE-SUPPLEMENTALS.
           MOVE SPACES TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "SUPPLEMENTAL RUNS" TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           MOVE "  SEQ  NUMS   MIS   GEN   MIS" TO RPT-OUT-LINE
           WRITE RPT-OUT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-SEQ-COUNT
              MOVE WS-SEQ-NUM (WS-IDX) TO WS-SEQ-LINE-NUM
              MOVE WS-SEQ-NUMS-TOTAL (WS-IDX) TO WS-SEQ-LINE-NUMS-TOT
              MOVE WS-SEQ-NUMS-MISSED (WS-IDX)
                 TO WS-SEQ-LINE-NUMS-MIS
              MOVE WS-SEQ-GEN-TOTAL (WS-IDX) TO WS-SEQ-LINE-GEN-TOT
              MOVE WS-SEQ-GEN-MISSED (WS-IDX) TO WS-SEQ-LINE-GEN-MIS
              MOVE WS-SEQ-LINE TO RPT-OUT-LINE
              WRITE RPT-OUT-LINE
           END-PERFORM.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSSTP.
       END PROGRAM BSRPT.
