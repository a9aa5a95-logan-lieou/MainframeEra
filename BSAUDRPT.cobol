      * BSAUDRPT is the month-end management report over the audit
      * trail the search steps append to NUMSAUD and GENAUD. It reads
      * the accumulated history and writes to AUDRPT:
      *   - daily and weekly lookup volume with found / redirected /
      *     not-effective / not-found counts and the found percentage
      *     (a lookup of a retired code redirected to its successor on
      *     the XWALK crosswalk, status "R", is counted on its own and
      *     not as found),
      *   - overall totals for the NUMS side,
      *   - the ten most-frequently-missed codes (the best candidates
      *     for table adds),
      *   - a per-table breakdown of the GENAUD side, one line for
      *     each active table on the TABDIR table directory plus an
      *     OTHR line for table ids it does not list (including tables
      *     retired since the history was written), with redirected
      *     lookups in their own REDIR column and
      *     combination-not-allowed lookups ("X") in their own NOTALW
      *     column.
      * Audit records are appended in run order, so the daily and
      * weekly tables fill chronologically without a sort.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT NUMS-AUDIT ASSIGN TO "NUMSAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  AUD-RPT.
       01  AUD-RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
           COPY NUMSTDW.
       01  WS-AUDIT-STATUS            PIC X(2).
       01  WS-GEN-AUDIT-STATUS        PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
               05  WS-DAY-DATE        PIC 9(8).
               05  WS-DAY-TOTAL       PIC 9(6).
               05  WS-DAY-FOUND       PIC 9(6).
               05  WS-DAY-REDIRECT    PIC 9(6).
               05  WS-DAY-EXPIRED     PIC 9(6).
               05  WS-DAY-MISSED      PIC 9(6).
       01  WS-WEEK-AREA.
               05  WS-WEEK-FIRST-DATE PIC 9(8).
               05  WS-WEEK-TOTAL      PIC 9(6).
               05  WS-WEEK-FOUND      PIC 9(6).
               05  WS-WEEK-REDIRECT   PIC 9(6).
               05  WS-WEEK-EXPIRED    PIC 9(6).
               05  WS-WEEK-MISSED     PIC 9(6).
      ******************************************************************
                   DEPENDING ON WS-MISSC-COUNT.
               05  WS-MISSC-CODE      PIC X(6).
               05  WS-MISSC-TALLY     PIC 9(6).
       01  WS-GEN-TABLE-USED          PIC 9(4) COMP VALUE ZERO.
       01  WS-GEN-TABLE-AREA.
           03  WS-GEN-TABLE-ENTRY     OCCURS 21 TIMES.
               05  WS-GEN-TABLE-ID    PIC X(4).
               05  WS-GEN-TOTAL       PIC 9(6).
               05  WS-GEN-FOUND       PIC 9(6).
               05  WS-GEN-REDIRECT    PIC 9(6).
               05  WS-GEN-EXPIRED     PIC 9(6).
               05  WS-GEN-MISSED      PIC 9(6).
               05  WS-GEN-NOTALW      PIC 9(6).
       01  WS-TOTAL-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-FOUND-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-REDIRECT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-EXPIRED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-MISS-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-REC-DATE                PIC 9(8) VALUE ZERO.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-FOUND           PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-REDIRECT        PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-EXPIRED         PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-MISSED          PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-FOUND      PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-REDIRECT   PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-EXPIRED    PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-MISSED     PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-GEN-LINE-NOTALW     PIC ZZZZZ9.
       01  WS-TOTAL-LINE.
           03  WS-TOTAL-LABEL         PIC X(20).
           03  WS-TOTAL-NUMBER        PIC ZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TDIR-COUNT
              MOVE TDIR-ID (WS-IDX) TO WS-GEN-TABLE-ID (WS-IDX)
           END-PERFORM
           COMPUTE WS-GEN-TABLE-USED = TDIR-COUNT + 1
           MOVE "OTHR" TO WS-GEN-TABLE-ID (WS-GEN-TABLE-USED)
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GEN-TABLE-USED
              MOVE ZERO TO WS-GEN-TOTAL (WS-IDX)
              MOVE ZERO TO WS-GEN-FOUND (WS-IDX)
              MOVE ZERO TO WS-GEN-REDIRECT (WS-IDX)
              MOVE ZERO TO WS-GEN-EXPIRED (WS-IDX)
              MOVE ZERO TO WS-GEN-MISSED (WS-IDX)
              MOVE ZERO TO WS-GEN-NOTALW (WS-IDX)
           END-PERFORM
           OPEN OUTPUT AUD-RPT
           PERFORM 1000-TALLY-NUMS-AUDIT
           EVALUATE WS-REC-STATUS
              WHEN "F"
                 ADD 1 TO WS-FOUND-COUNT
              WHEN "R"
                 ADD 1 TO WS-REDIRECT-COUNT
              WHEN "E"
                 ADD 1 TO WS-EXPIRED-COUNT
              WHEN OTHER
              MOVE WS-REC-DATE TO WS-DAY-DATE (WS-DAY-IDX)
              MOVE ZERO TO WS-DAY-TOTAL (WS-DAY-IDX)
              MOVE ZERO TO WS-DAY-FOUND (WS-DAY-IDX)
              MOVE ZERO TO WS-DAY-REDIRECT (WS-DAY-IDX)
              MOVE ZERO TO WS-DAY-EXPIRED (WS-DAY-IDX)
              MOVE ZERO TO WS-DAY-MISSED (WS-DAY-IDX)
           END-IF
           EVALUATE WS-REC-STATUS
              WHEN "F"
                 ADD 1 TO WS-DAY-FOUND (WS-DAY-IDX)
              WHEN "R"
                 ADD 1 TO WS-DAY-REDIRECT (WS-DAY-IDX)
              WHEN "E"
                 ADD 1 TO WS-DAY-EXPIRED (WS-DAY-IDX)
              WHEN OTHER
              MOVE WS-REC-DATE TO WS-WEEK-FIRST-DATE (WS-WEEK-IDX)
              MOVE ZERO TO WS-WEEK-TOTAL (WS-WEEK-IDX)
              MOVE ZERO TO WS-WEEK-FOUND (WS-WEEK-IDX)
              MOVE ZERO TO WS-WEEK-REDIRECT (WS-WEEK-IDX)
              MOVE ZERO TO WS-WEEK-EXPIRED (WS-WEEK-IDX)
              MOVE ZERO TO WS-WEEK-MISSED (WS-WEEK-IDX)
           END-IF
           EVALUATE WS-REC-STATUS
              WHEN "F"
                 ADD 1 TO WS-WEEK-FOUND (WS-WEEK-IDX)
              WHEN "R"
                 ADD 1 TO WS-WEEK-REDIRECT (WS-WEEK-IDX)
              WHEN "E"
                 ADD 1 TO WS-WEEK-EXPIRED (WS-WEEK-IDX)
              WHEN OTHER
           END-IF.

       2100-TALLY-ONE-GEN.
           MOVE WS-GEN-TABLE-USED TO WS-SUB
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > TDIR-COUNT
              IF WS-GEN-TABLE-ID (WS-IDX) = GAUD-TABLE-ID
                 MOVE WS-IDX TO WS-SUB
                 EXIT PERFORM
           EVALUATE GAUD-STATUS
              WHEN "F"
                 ADD 1 TO WS-GEN-FOUND (WS-SUB)
              WHEN "R"
                 ADD 1 TO WS-GEN-REDIRECT (WS-SUB)
              WHEN "E"
                 ADD 1 TO WS-GEN-EXPIRED (WS-SUB)
              WHEN "X"
                 ADD 1 TO WS-GEN-NOTALW (WS-SUB)
              WHEN OTHER
                 ADD 1 TO WS-GEN-MISSED (WS-SUB)
           END-EVALUATE.
           WRITE AUD-RPT-LINE
           MOVE "DAILY LOOKUP VOLUME (NUMS)" TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE "  DATE        TOTAL   FOUND   REDIR  NOTEFF"
              TO AUD-RPT-LINE
           MOVE "  MISSED   PCT" TO AUD-RPT-LINE (44:14)
           WRITE AUD-RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DAY-COUNT
              MOVE WS-DAY-DATE (WS-IDX) TO WS-DET-DATE
              MOVE WS-DAY-TOTAL (WS-IDX) TO WS-DET-TOTAL
              MOVE WS-DAY-FOUND (WS-IDX) TO WS-DET-FOUND
              MOVE WS-DAY-REDIRECT (WS-IDX) TO WS-DET-REDIRECT
              MOVE WS-DAY-EXPIRED (WS-IDX) TO WS-DET-EXPIRED
              MOVE WS-DAY-MISSED (WS-IDX) TO WS-DET-MISSED
              COMPUTE WS-PCT ROUNDED = WS-DAY-FOUND (WS-IDX) * 100
           MOVE "WEEKLY LOOKUP VOLUME (NUMS, WEEK OF FIRST DATE)"
              TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE "  WEEK OF     TOTAL   FOUND   REDIR  NOTEFF"
              TO AUD-RPT-LINE
           MOVE "  MISSED   PCT" TO AUD-RPT-LINE (44:14)
           WRITE AUD-RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-WEEK-COUNT
              MOVE WS-WEEK-FIRST-DATE (WS-IDX) TO WS-DET-DATE
              MOVE WS-WEEK-TOTAL (WS-IDX) TO WS-DET-TOTAL
              MOVE WS-WEEK-FOUND (WS-IDX) TO WS-DET-FOUND
              MOVE WS-WEEK-REDIRECT (WS-IDX) TO WS-DET-REDIRECT
              MOVE WS-WEEK-EXPIRED (WS-IDX) TO WS-DET-EXPIRED
              MOVE WS-WEEK-MISSED (WS-IDX) TO WS-DET-MISSED
              COMPUTE WS-PCT ROUNDED = WS-WEEK-FOUND (WS-IDX) * 100
           MOVE WS-FOUND-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE "  REDIRECTED:       " TO WS-TOTAL-LABEL
           MOVE WS-REDIRECT-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE "  NOT EFFECTIVE:    " TO WS-TOTAL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE "GEN AUDIT BY TABLE" TO AUD-RPT-LINE
           WRITE AUD-RPT-LINE
           MOVE "  TABLE       TOTAL   FOUND   REDIR  NOTEFF  MISSED"
              TO AUD-RPT-LINE
           MOVE "  NOTALW" TO AUD-RPT-LINE (52:8)
           WRITE AUD-RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GEN-TABLE-USED
              IF WS-GEN-TOTAL (WS-IDX) > ZERO
                 MOVE WS-GEN-TABLE-ID (WS-IDX) TO WS-GEN-LINE-ID
                 MOVE WS-GEN-TOTAL (WS-IDX) TO WS-GEN-LINE-TOTAL
                 MOVE WS-GEN-FOUND (WS-IDX) TO WS-GEN-LINE-FOUND
                 MOVE WS-GEN-REDIRECT (WS-IDX)
                    TO WS-GEN-LINE-REDIRECT
                 MOVE WS-GEN-EXPIRED (WS-IDX)
                    TO WS-GEN-LINE-EXPIRED
                 MOVE WS-GEN-MISSED (WS-IDX) TO WS-GEN-LINE-MISSED
                 MOVE WS-GEN-NOTALW (WS-IDX) TO WS-GEN-LINE-NOTALW
                 MOVE WS-GEN-LINE TO AUD-RPT-LINE
                 WRITE AUD-RPT-LINE
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           COPY NUMSTDP.
       END PROGRAM BSAUDRPT.
