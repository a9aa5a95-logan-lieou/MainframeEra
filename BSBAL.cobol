       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSBAL.
      ******************************************************************
      * BSBAL is the end-of-night balancing step. Every step of the
      * stream verifies its own input's header and trailer, but that
      * only proves each file is whole, not that the steps agree with
      * one another. BSBAL runs after the search and report steps and
      * before the night is stamped completed, re-counts what each
      * step left behind, and ties the night out end to end on the
      * BALRPT balancing report:
      *
      *   NUMS side (TRANSIN, TRANSMRG, NUMSAUD, NUMSRSLT, NUMSSUSP)
      *   and GEN side (GENTRANS, GENMRG, GENAUD, GENRSLT, GENSUSP):
      *   - every controlled file has its header for tonight and a
      *     trailer that matches its detail records;
      *   - the merged file's details equal tonight's audit records
      *     (plus, on the GEN side, the "U" results for unknown table
      *     ids, which are never audited), which equal the results
      *     file's details;
      *   - the audit records split entirely into found, redirected,
      *     not effective, not found, and combination not allowed,
      *     and the results file carries the same split;
      *   - the not-found and combination-not-allowed misses equal
      *     the records on tonight's suspense file;
      *   - BSUSPRCY's suspense in equals recycled + resolved +
      *     rejected (from its SUSPCTL control totals, layout
      *     NUMSSCT), its daily count equals the day's keyed file,
      *     the merged file equals daily + recycled + re-keyed +
      *     held, and each resolution and reject it counted is on
      *     the SUSPRTN return file.
      *
      *   Masters: for every active table on the TABDIR directory,
      *   BTABMNT's control totals (MNTCTL, layout NUMSMCT) cross-foot
      *   as old + adds - deletes = new, and the new count equals
      *   the records on the promoted production master.
      *
      * Any break is flagged on the report and ends the step with
      * return code 16, which holds the completion stamp, so a night
      * that does not balance is never recorded as done. The
      * cumulative audit files are read for tonight's records only,
      * by the business date on the timestamp, and for the nightly
      * run only: records the BSSUPP supplemental job adds for the
      * same date afterwards carry their supplemental sequence and are
      * passed over, since the night was balanced before they existed.
      * The step statistics record appended to RUNSTATS counts every
      * record re-counted as read; the step writes only its report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-CF-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT SUSP-CTL ASSIGN TO "SUSPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCT-STATUS.
           SELECT MNT-CTL ASSIGN TO "MNTCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MCT-STATUS.
           SELECT BAL-RPT ASSIGN TO "BALRPT"
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
      ******************************************************************
      * COUNT-FILE is every file the balancing only has to count:
      * the transaction, merged, results, and return files with their
      * header "H" + business date and trailer "T" + detail count, and
      * the suspense, audit, and master files without. It is assigned
      * to each DD in turn by 2000-COUNT-FILE.
      ******************************************************************
       FD  COUNT-FILE.
       01  COUNT-FILE-RECORD          PIC X(80).
       01  COUNT-FILE-CONTROL.
           03  CF-CTL-TYPE            PIC X(1).
           03  CF-CTL-DATE            PIC 9(8).
       01  COUNT-FILE-TRAILER.
           03  FILLER                 PIC X(1).
           03  CF-TRL-COUNT           PIC 9(6).
       FD  SUSP-CTL.
           COPY NUMSSCT.
       FD  MNT-CTL.
           COPY NUMSMCT.
       FD  BAL-RPT.
       01  BAL-RPT-LINE               PIC X(80).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
           COPY NUMSSTW.
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-CF-STATUS               PIC X(2).
       01  WS-SCT-STATUS              PIC X(2).
       01  WS-MCT-STATUS              PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
      ******************************************************************
      * How 2000-COUNT-FILE is to read the file named in WS-CF-DDNAME:
      *   WS-CF-CONTROLLED-SW  "Y" the file has header and trailer
      *                        control records to verify
      *   WS-CF-TODAY-SW       "Y" count only records whose first
      *                        eight bytes are tonight's business date
      *                        (the cumulative audit files) and
      *                        whose supplemental sequence at
      *                        WS-CF-SEQ-POS is zero or blank
      *   WS-CF-KEY-POS/-LEN   where the disposition (or side and
      *                        action) byte sits on a detail record;
      *                        details are tallied by that key into
      *                        WS-TALLY-AREA. Zero means no tally.
      * and what it found: the detail count, the trailer's count, and
      * the reason the controls failed (spaces when they passed).
      ******************************************************************
       01  WS-CF-DDNAME               PIC X(8).
       01  WS-CF-CONTROLLED-SW        PIC X VALUE "N".
       01  WS-CF-TODAY-SW             PIC X VALUE "N".
       01  WS-CF-KEY-POS              PIC 9(4) COMP VALUE ZERO.
       01  WS-CF-SEQ-POS              PIC 9(4) COMP VALUE ZERO.
       01  WS-CF-KEY-LEN              PIC 9(4) COMP VALUE ZERO.
       01  WS-CF-DETAILS              PIC 9(6) VALUE ZERO.
       01  WS-CF-TRAILER-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-CF-HDR-SEEN-SW          PIC X VALUE "N".
       01  WS-CF-TRL-SEEN-SW          PIC X VALUE "N".
       01  WS-CF-MISSING-SW           PIC X VALUE "N".
       01  WS-CF-ERROR                PIC X(20) VALUE SPACES.
       01  WS-TALLY-AREA.
           03  WS-TALLY-COUNT         PIC 9(4) COMP VALUE ZERO.
           03  WS-TALLY-ENTRY
                   OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TALLY-COUNT.
               05  WS-TALLY-KEY       PIC X(2).
               05  WS-TALLY-HITS      PIC 9(6).
       01  WS-TALLY-FIND              PIC X(2) VALUE SPACES.
       01  WS-TALLY-RESULT            PIC 9(6) VALUE ZERO.
       01  WS-TALLY-IDX               PIC 9(4) COMP VALUE ZERO.
       01  WS-TALLY-HIT-IDX           PIC 9(4) COMP VALUE ZERO.
      ******************************************************************
      * The figures for each side of the search: entry 1 is the NUMS
      * side, entry 2 the GEN side, so one set of checks serves both.
      ******************************************************************
       01  WS-SIDE                    PIC 9(4) COMP VALUE ZERO.
       01  WS-SIDE-AREA.
           03  WS-SIDE-ENTRY          OCCURS 2 TIMES.
               05  WS-SD-NAME         PIC X(4).
               05  WS-SD-DAILY        PIC 9(6).
               05  WS-SD-MERGED       PIC 9(6).
               05  WS-SD-AUD-TOTAL    PIC 9(6).
               05  WS-SD-AUD-F        PIC 9(6).
               05  WS-SD-AUD-R        PIC 9(6).
               05  WS-SD-AUD-E        PIC 9(6).
               05  WS-SD-AUD-N        PIC 9(6).
               05  WS-SD-AUD-X        PIC 9(6).
               05  WS-SD-RSLT-TOTAL   PIC 9(6).
               05  WS-SD-RSLT-F       PIC 9(6).
               05  WS-SD-RSLT-R       PIC 9(6).
               05  WS-SD-RSLT-E       PIC 9(6).
               05  WS-SD-RSLT-N       PIC 9(6).
               05  WS-SD-RSLT-X       PIC 9(6).
               05  WS-SD-RSLT-U       PIC 9(6).
               05  WS-SD-SUSP         PIC 9(6).
               05  WS-SD-SCT-SEEN-SW  PIC X(1).
               05  WS-SD-SCT-IN       PIC 9(6).
               05  WS-SD-SCT-RECYCLE  PIC 9(6).
               05  WS-SD-SCT-WRITEOFF PIC 9(6).
               05  WS-SD-SCT-REKEY    PIC 9(6).
               05  WS-SD-SCT-HELD     PIC 9(6).
               05  WS-SD-SCT-REJECT   PIC 9(6).
               05  WS-SD-SCT-DAILY    PIC 9(6).
               05  WS-SD-SCT-MERGED   PIC 9(6).
               05  WS-SD-RTN-W        PIC 9(6).
               05  WS-SD-RTN-K        PIC 9(6).
               05  WS-SD-RTN-H        PIC 9(6).
               05  WS-SD-RTN-A        PIC 9(6).
      ******************************************************************
      * BTABMNT's control totals, one entry per MNTCTL record, with a
      * switch set when the entry is matched to a directory table.
      ******************************************************************
       01  WS-MCT-AREA.
           03  WS-MCT-COUNT           PIC 9(4) COMP VALUE ZERO.
           03  WS-MCT-ENTRY
                   OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-MCT-COUNT.
               05  WS-MCT-TABLE-ID    PIC X(4).
               05  WS-MCT-DATE        PIC 9(8).
               05  WS-MCT-OLD         PIC 9(6).
               05  WS-MCT-ADDS        PIC 9(6).
               05  WS-MCT-DELS        PIC 9(6).
               05  WS-MCT-NEW         PIC 9(6).
               05  WS-MCT-USED-SW     PIC X(1).
       01  WS-MCT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-MCT-HIT-IDX             PIC 9(4) COMP VALUE ZERO.
       01  WS-IDX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-CHECK-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-BREAK-COUNT             PIC 9(4) VALUE ZERO.
      ******************************************************************
      * One check line: what is being proved, the two figures that
      * must agree, and OK or the break.
      ******************************************************************
       01  WS-CHK-LEFT-NUM            PIC 9(6) VALUE ZERO.
       01  WS-CHK-RIGHT-NUM           PIC 9(6) VALUE ZERO.
       01  WS-CHK-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-CHK-LABEL           PIC X(34).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-CHK-LEFT            PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-CHK-RIGHT           PIC ZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-CHK-RESULT          PIC X(24).
       01  WS-CHK-HEADING.
           03  FILLER                 PIC X(37)
                   VALUE "  CHECK".
           03  FILLER                 PIC X(30)
                   VALUE "  LEFT   RIGHT  RESULT".
       01  WS-SUMMARY-LINE.
           03  WS-SUMMARY-LABEL       PIC X(30).
           03  WS-SUMMARY-NUMBER      PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSBAL   " TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           INITIALIZE WS-SIDE-AREA
           MOVE "NUMS" TO WS-SD-NAME (1)
           MOVE "GEN " TO WS-SD-NAME (2)
           OPEN OUTPUT BAL-RPT
           MOVE "END-OF-NIGHT BALANCING REPORT" TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
              DELIMITED BY SIZE INTO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE "FILE CONTROLS" TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE WS-CHK-HEADING TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           PERFORM 1000-COUNT-NUMS-SIDE
           PERFORM 1500-COUNT-GEN-SIDE
           PERFORM 1800-COUNT-RETURN-FILE
           PERFORM 3000-LOAD-SUSPENSE-CONTROLS
           PERFORM 4000-CHECK-ONE-SIDE
              VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
           PERFORM 5000-BALANCE-MASTERS
           PERFORM 7000-WRITE-SUMMARY
           CLOSE BAL-RPT
           IF WS-BREAK-COUNT > ZERO
              DISPLAY "ABEND: NIGHT " WS-RUN-DATE
                 " DOES NOT BALANCE - SEE BALRPT"
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "NIGHT " WS-RUN-DATE " BALANCES - "
                 WS-CHECK-COUNT " CHECKS"
           END-IF
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

      ******************************************************************
      * The NUMS side: the day's keyed file and the merged file
      * BSUSPRCY built from it, then what BSEARCH left behind - its
      * audit records for tonight, its results file, and the fresh
      * suspense file.
      ******************************************************************
       1000-COUNT-NUMS-SIDE.
           MOVE 1 TO WS-SIDE
           MOVE "TRANSIN" TO WS-CF-DDNAME
           MOVE "Y" TO WS-CF-CONTROLLED-SW
           MOVE "N" TO WS-CF-TODAY-SW
           MOVE ZERO TO WS-CF-KEY-POS
           PERFORM 2000-COUNT-FILE
           MOVE WS-CF-DETAILS TO WS-SD-DAILY (WS-SIDE)
           MOVE "TRANSMRG" TO WS-CF-DDNAME
           PERFORM 2000-COUNT-FILE
           MOVE WS-CF-DETAILS TO WS-SD-MERGED (WS-SIDE)
           MOVE "NUMSRSLT" TO WS-CF-DDNAME
           MOVE 7 TO WS-CF-KEY-POS
           MOVE 1 TO WS-CF-KEY-LEN
           PERFORM 2000-COUNT-FILE
           PERFORM 1900-KEEP-RESULTS-SPLIT
           MOVE "NUMSAUD" TO WS-CF-DDNAME
           MOVE "N" TO WS-CF-CONTROLLED-SW
           MOVE "Y" TO WS-CF-TODAY-SW
           MOVE 28 TO WS-CF-KEY-POS
           MOVE 39 TO WS-CF-SEQ-POS
           PERFORM 2000-COUNT-FILE
           PERFORM 1950-KEEP-AUDIT-SPLIT
           MOVE "NUMSSUSP" TO WS-CF-DDNAME
           MOVE "N" TO WS-CF-TODAY-SW
           MOVE ZERO TO WS-CF-KEY-POS
           PERFORM 2000-COUNT-FILE
           MOVE WS-CF-DETAILS TO WS-SD-SUSP (WS-SIDE).

      ******************************************************************
      * The GEN side, the same files from BSUSPRCY and BSRCHGEN.
      ******************************************************************
       1500-COUNT-GEN-SIDE.
           MOVE 2 TO WS-SIDE
           MOVE "GENTRANS" TO WS-CF-DDNAME
           MOVE "Y" TO WS-CF-CONTROLLED-SW
           MOVE "N" TO WS-CF-TODAY-SW
           MOVE ZERO TO WS-CF-KEY-POS
           PERFORM 2000-COUNT-FILE
           MOVE WS-CF-DETAILS TO WS-SD-DAILY (WS-SIDE)
           MOVE "GENMRG" TO WS-CF-DDNAME
           PERFORM 2000-COUNT-FILE
           MOVE WS-CF-DETAILS TO WS-SD-MERGED (WS-SIDE)
           MOVE "GENRSLT" TO WS-CF-DDNAME
           MOVE 11 TO WS-CF-KEY-POS
           MOVE 1 TO WS-CF-KEY-LEN
           PERFORM 2000-COUNT-FILE
           PERFORM 1900-KEEP-RESULTS-SPLIT
           MOVE "GENAUD" TO WS-CF-DDNAME
           MOVE "N" TO WS-CF-CONTROLLED-SW
           MOVE "Y" TO WS-CF-TODAY-SW
           MOVE 32 TO WS-CF-KEY-POS
           MOVE 59 TO WS-CF-SEQ-POS
           PERFORM 2000-COUNT-FILE
           PERFORM 1950-KEEP-AUDIT-SPLIT
           MOVE "GENSUSP" TO WS-CF-DDNAME
           MOVE "N" TO WS-CF-TODAY-SW
           MOVE ZERO TO WS-CF-KEY-POS
           PERFORM 2000-COUNT-FILE
           MOVE WS-CF-DETAILS TO WS-SD-SUSP (WS-SIDE).

      ******************************************************************
      * SUSPRTN carries both sides; its details are tallied by side
      * and action byte together.
      ******************************************************************
       1800-COUNT-RETURN-FILE.
           MOVE "SUSPRTN" TO WS-CF-DDNAME
           MOVE "Y" TO WS-CF-CONTROLLED-SW
           MOVE "N" TO WS-CF-TODAY-SW
           MOVE 1 TO WS-CF-KEY-POS
           MOVE 2 TO WS-CF-KEY-LEN
           PERFORM 2000-COUNT-FILE
           MOVE "NW" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-W (1)
           MOVE "NK" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-K (1)
           MOVE "NH" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-H (1)
           MOVE "NA" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-A (1)
           MOVE "GW" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-W (2)
           MOVE "GK" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-K (2)
           MOVE "GH" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-H (2)
           MOVE "GA" TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RTN-A (2).

       1900-KEEP-RESULTS-SPLIT.
           MOVE WS-CF-DETAILS TO WS-SD-RSLT-TOTAL (WS-SIDE)
           MOVE "F " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RSLT-F (WS-SIDE)
           MOVE "R " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RSLT-R (WS-SIDE)
           MOVE "E " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RSLT-E (WS-SIDE)
           MOVE "N " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RSLT-N (WS-SIDE)
           MOVE "X " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RSLT-X (WS-SIDE)
           MOVE "U " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-RSLT-U (WS-SIDE).

       1950-KEEP-AUDIT-SPLIT.
           MOVE WS-CF-DETAILS TO WS-SD-AUD-TOTAL (WS-SIDE)
           MOVE "F " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-AUD-F (WS-SIDE)
           MOVE "R " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-AUD-R (WS-SIDE)
           MOVE "E " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-AUD-E (WS-SIDE)
           MOVE "N " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-AUD-N (WS-SIDE)
           MOVE "X " TO WS-TALLY-FIND
           PERFORM 2300-GET-TALLY
           MOVE WS-TALLY-RESULT TO WS-SD-AUD-X (WS-SIDE).

      ******************************************************************
      * 2000-COUNT-FILE reads the file named in WS-CF-DDNAME from top
      * to bottom under the WS-CF- settings. A controlled file gets a
      * FILE CONTROLS line on the report: its details against its
      * trailer, and a break if it is missing, has no header for
      * tonight, no trailer, or data after the trailer. A file with
      * no controls that is not there at all (status 35) counts as
      * empty - a master created empty and never maintained, or a
      * night the search steps suspended nothing.
      ******************************************************************
       2000-COUNT-FILE.
           MOVE ZERO TO WS-CF-DETAILS
           MOVE ZERO TO WS-CF-TRAILER-COUNT
           MOVE ZERO TO WS-TALLY-COUNT
           MOVE "N" TO WS-CF-HDR-SEEN-SW
           MOVE "N" TO WS-CF-TRL-SEEN-SW
           MOVE "N" TO WS-CF-MISSING-SW
           MOVE SPACES TO WS-CF-ERROR
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT COUNT-FILE
           IF WS-CF-STATUS NOT = "00"
              MOVE "Y" TO WS-CF-MISSING-SW
              MOVE "Y" TO WS-EOF-SW
              MOVE "FILE MISSING" TO WS-CF-ERROR
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ COUNT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 2100-COUNT-ONE-RECORD
              END-READ
           END-PERFORM
           IF WS-CF-MISSING-SW = "N"
              CLOSE COUNT-FILE
           END-IF
           IF WS-CF-CONTROLLED-SW = "Y"
              IF WS-CF-ERROR = SPACES
                 IF WS-CF-HDR-SEEN-SW = "N"
                    MOVE "HEADER MISSING" TO WS-CF-ERROR
                 ELSE
                    IF WS-CF-TRL-SEEN-SW = "N"
                       MOVE "TRAILER MISSING" TO WS-CF-ERROR
                    END-IF
                 END-IF
              END-IF
              MOVE SPACES TO WS-CHK-LABEL
              STRING WS-CF-DDNAME DELIMITED BY SPACE
                 " DETAILS = TRAILER" DELIMITED BY SIZE
                 INTO WS-CHK-LABEL
              MOVE WS-CF-DETAILS TO WS-CHK-LEFT-NUM
              MOVE WS-CF-TRAILER-COUNT TO WS-CHK-RIGHT-NUM
              PERFORM 6000-WRITE-CHECK
           ELSE
              MOVE SPACES TO WS-CF-ERROR
           END-IF.

       2100-COUNT-ONE-RECORD.
           ADD 1 TO WS-STA-READ
           IF WS-CF-CONTROLLED-SW = "Y"
              EVALUATE CF-CTL-TYPE
                 WHEN "H"
                    PERFORM 2110-CHECK-HEADER
                 WHEN "T"
                    PERFORM 2120-CHECK-TRAILER
                 WHEN OTHER
                    IF WS-CF-TRL-SEEN-SW = "Y"
                          AND WS-CF-ERROR = SPACES
                       MOVE "DATA AFTER TRAILER" TO WS-CF-ERROR
                    END-IF
                    PERFORM 2200-TALLY-ONE-DETAIL
              END-EVALUATE
           ELSE
              IF WS-CF-TODAY-SW = "N"
                 PERFORM 2200-TALLY-ONE-DETAIL
              ELSE
                 IF COUNT-FILE-RECORD (1:8) = WS-RUN-DATE
                       AND (COUNT-FILE-RECORD (WS-CF-SEQ-POS:3)
                          NOT NUMERIC
                       OR COUNT-FILE-RECORD (WS-CF-SEQ-POS:3) = "000")
                    PERFORM 2200-TALLY-ONE-DETAIL
                 END-IF
              END-IF
           END-IF.

       2110-CHECK-HEADER.
           IF WS-CF-HDR-SEEN-SW = "Y" AND WS-CF-ERROR = SPACES
              MOVE "DUPLICATE HEADER" TO WS-CF-ERROR
           END-IF
           MOVE "Y" TO WS-CF-HDR-SEEN-SW
           IF CF-CTL-DATE NOT = WS-RUN-DATE AND WS-CF-ERROR = SPACES
              MOVE "HEADER NOT TONIGHT" TO WS-CF-ERROR
           END-IF.

       2120-CHECK-TRAILER.
           MOVE "Y" TO WS-CF-TRL-SEEN-SW
           IF CF-TRL-COUNT NUMERIC
              MOVE CF-TRL-COUNT TO WS-CF-TRAILER-COUNT
           ELSE
              IF WS-CF-ERROR = SPACES
                 MOVE "TRAILER NOT NUMERIC" TO WS-CF-ERROR
              END-IF
           END-IF.

      ******************************************************************
      * A detail is counted and, when the file has a key position,
      * tallied under its key. Only a handful of dispositions exist,
      * so the tally is a short table searched in place.
      ******************************************************************
       2200-TALLY-ONE-DETAIL.
           ADD 1 TO WS-CF-DETAILS
           IF WS-CF-KEY-POS > ZERO
              MOVE SPACES TO WS-TALLY-FIND
              MOVE COUNT-FILE-RECORD (WS-CF-KEY-POS:WS-CF-KEY-LEN)
                 TO WS-TALLY-FIND (1:WS-CF-KEY-LEN)
              MOVE ZERO TO WS-TALLY-HIT-IDX
              PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                 UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                 IF WS-TALLY-KEY (WS-TALLY-IDX) = WS-TALLY-FIND
                    MOVE WS-TALLY-IDX TO WS-TALLY-HIT-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-TALLY-HIT-IDX = ZERO
                 ADD 1 TO WS-TALLY-COUNT
                 IF WS-TALLY-COUNT > 20
                    DISPLAY "ABEND: " WS-CF-DDNAME
                       " CARRIES MORE THAN 20 DISPOSITIONS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE WS-TALLY-COUNT TO WS-TALLY-HIT-IDX
                 MOVE WS-TALLY-FIND TO WS-TALLY-KEY (WS-TALLY-HIT-IDX)
                 MOVE ZERO TO WS-TALLY-HITS (WS-TALLY-HIT-IDX)
              END-IF
              ADD 1 TO WS-TALLY-HITS (WS-TALLY-HIT-IDX)
           END-IF.

       2300-GET-TALLY.
           MOVE ZERO TO WS-TALLY-RESULT
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
              UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
              IF WS-TALLY-KEY (WS-TALLY-IDX) = WS-TALLY-FIND
                 MOVE WS-TALLY-HITS (WS-TALLY-IDX) TO WS-TALLY-RESULT
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
      * SUSPCTL should hold one record per side for tonight. A side
      * with no record is left with its switch off and breaks on the
      * first suspense check.
      ******************************************************************
       3000-LOAD-SUSPENSE-CONTROLS.
           MOVE "N" TO WS-SD-SCT-SEEN-SW (1)
           MOVE "N" TO WS-SD-SCT-SEEN-SW (2)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SUSP-CTL
           IF WS-SCT-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ SUSP-CTL
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 3100-KEEP-SUSPENSE-CONTROL
              END-READ
           END-PERFORM
           IF WS-SCT-STATUS NOT = "35"
              CLOSE SUSP-CTL
           END-IF.

       3100-KEEP-SUSPENSE-CONTROL.
           EVALUATE SCT-SIDE
              WHEN "N"
                 MOVE 1 TO WS-SIDE
              WHEN "G"
                 MOVE 2 TO WS-SIDE
              WHEN OTHER
                 MOVE ZERO TO WS-SIDE
           END-EVALUATE
           IF WS-SIDE > ZERO AND SCT-BUS-DATE = WS-RUN-DATE
              MOVE "Y" TO WS-SD-SCT-SEEN-SW (WS-SIDE)
              MOVE SCT-IN-COUNT TO WS-SD-SCT-IN (WS-SIDE)
              MOVE SCT-RECYCLE-COUNT TO WS-SD-SCT-RECYCLE (WS-SIDE)
              MOVE SCT-WRITEOFF-COUNT TO WS-SD-SCT-WRITEOFF (WS-SIDE)
              MOVE SCT-REKEY-COUNT TO WS-SD-SCT-REKEY (WS-SIDE)
              MOVE SCT-HELD-COUNT TO WS-SD-SCT-HELD (WS-SIDE)
              MOVE SCT-REJECT-COUNT TO WS-SD-SCT-REJECT (WS-SIDE)
              MOVE SCT-DAILY-COUNT TO WS-SD-SCT-DAILY (WS-SIDE)
              MOVE SCT-MERGED-COUNT TO WS-SD-SCT-MERGED (WS-SIDE)
           END-IF.

      ******************************************************************
      * The cross-step checks for the side at WS-SIDE.
      ******************************************************************
       4000-CHECK-ONE-SIDE.
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO BAL-RPT-LINE
           STRING WS-SD-NAME (WS-SIDE) " SEARCH"
              DELIMITED BY SIZE INTO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE WS-CHK-HEADING TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO WS-CF-ERROR
           MOVE "MERGED DETAILS = AUDIT + UNKNOWN" TO WS-CHK-LABEL
           MOVE WS-SD-MERGED (WS-SIDE) TO WS-CHK-LEFT-NUM
           COMPUTE WS-CHK-RIGHT-NUM = WS-SD-AUD-TOTAL (WS-SIDE)
              + WS-SD-RSLT-U (WS-SIDE)
           PERFORM 6000-WRITE-CHECK
           MOVE "MERGED DETAILS = RESULTS DETAILS" TO WS-CHK-LABEL
           MOVE WS-SD-MERGED (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RSLT-TOTAL (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "AUDIT = F + R + E + N + X" TO WS-CHK-LABEL
           MOVE WS-SD-AUD-TOTAL (WS-SIDE) TO WS-CHK-LEFT-NUM
           COMPUTE WS-CHK-RIGHT-NUM = WS-SD-AUD-F (WS-SIDE)
              + WS-SD-AUD-R (WS-SIDE) + WS-SD-AUD-E (WS-SIDE)
              + WS-SD-AUD-N (WS-SIDE) + WS-SD-AUD-X (WS-SIDE)
           PERFORM 6000-WRITE-CHECK
           MOVE "AUDIT FOUND = RESULTS FOUND" TO WS-CHK-LABEL
           MOVE WS-SD-AUD-F (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RSLT-F (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "AUDIT REDIRECTED = RESULTS" TO WS-CHK-LABEL
           MOVE WS-SD-AUD-R (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RSLT-R (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "AUDIT NOT EFFECTIVE = RESULTS" TO WS-CHK-LABEL
           MOVE WS-SD-AUD-E (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RSLT-E (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "AUDIT NOT FOUND = RESULTS" TO WS-CHK-LABEL
           MOVE WS-SD-AUD-N (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RSLT-N (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "AUDIT COMB NOT ALLOWED = RESULTS" TO WS-CHK-LABEL
           MOVE WS-SD-AUD-X (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RSLT-X (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "MISSES (N + X) = NEW SUSPENSE" TO WS-CHK-LABEL
           COMPUTE WS-CHK-LEFT-NUM = WS-SD-AUD-N (WS-SIDE)
              + WS-SD-AUD-X (WS-SIDE)
           MOVE WS-SD-SUSP (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           IF WS-SD-SCT-SEEN-SW (WS-SIDE) = "N"
              MOVE "SUSPCTL RECORD FOR TONIGHT" TO WS-CHK-LABEL
              MOVE ZERO TO WS-CHK-LEFT-NUM
              MOVE 1 TO WS-CHK-RIGHT-NUM
              MOVE "NO SUSPCTL RECORD" TO WS-CF-ERROR
              PERFORM 6000-WRITE-CHECK
           END-IF
           MOVE "SUSPENSE IN = RECYC+RESOLV+REJ" TO WS-CHK-LABEL
           MOVE WS-SD-SCT-IN (WS-SIDE) TO WS-CHK-LEFT-NUM
           COMPUTE WS-CHK-RIGHT-NUM = WS-SD-SCT-RECYCLE (WS-SIDE)
              + WS-SD-SCT-WRITEOFF (WS-SIDE)
              + WS-SD-SCT-REKEY (WS-SIDE)
              + WS-SD-SCT-HELD (WS-SIDE)
              + WS-SD-SCT-REJECT (WS-SIDE)
           PERFORM 6000-WRITE-CHECK
           MOVE "RECYCLE DAILY = KEYED DETAILS" TO WS-CHK-LABEL
           MOVE WS-SD-SCT-DAILY (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-DAILY (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "MERGED = DAILY+RECYC+REKEY+HELD" TO WS-CHK-LABEL
           MOVE WS-SD-MERGED (WS-SIDE) TO WS-CHK-LEFT-NUM
           COMPUTE WS-CHK-RIGHT-NUM = WS-SD-DAILY (WS-SIDE)
              + WS-SD-SCT-RECYCLE (WS-SIDE)
              + WS-SD-SCT-REKEY (WS-SIDE)
              + WS-SD-SCT-HELD (WS-SIDE)
           PERFORM 6000-WRITE-CHECK
           MOVE "MERGED = RECYCLE TRAILER TOTAL" TO WS-CHK-LABEL
           MOVE WS-SD-MERGED (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-SCT-MERGED (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "WRITTEN OFF = SUSPRTN W" TO WS-CHK-LABEL
           MOVE WS-SD-SCT-WRITEOFF (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RTN-W (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "RE-KEYED = SUSPRTN K" TO WS-CHK-LABEL
           MOVE WS-SD-SCT-REKEY (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RTN-K (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "HELD = SUSPRTN H" TO WS-CHK-LABEL
           MOVE WS-SD-SCT-HELD (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RTN-H (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK
           MOVE "REJECTED = SUSPRTN A" TO WS-CHK-LABEL
           MOVE WS-SD-SCT-REJECT (WS-SIDE) TO WS-CHK-LEFT-NUM
           MOVE WS-SD-RTN-A (WS-SIDE) TO WS-CHK-RIGHT-NUM
           PERFORM 6000-WRITE-CHECK.

      ******************************************************************
      * BTABMNT writes one MNTCTL record per active table. Each must
      * cross-foot and match the promoted master's record count; a
      * directory table with no record, or a record for a table the
      * directory no longer lists as active, is a break.
      ******************************************************************
       5000-BALANCE-MASTERS.
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE "TABLE MAINTENANCE" TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE WS-CHK-HEADING TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           PERFORM 5100-LOAD-MAINTENANCE-CONTROLS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > TDIR-COUNT
              PERFORM 5200-BALANCE-ONE-TABLE
           END-PERFORM
           PERFORM VARYING WS-MCT-IDX FROM 1 BY 1
              UNTIL WS-MCT-IDX > WS-MCT-COUNT
              IF WS-MCT-USED-SW (WS-MCT-IDX) = "N"
                 MOVE SPACES TO WS-CHK-LABEL
                 STRING WS-MCT-TABLE-ID (WS-MCT-IDX)
                    " MNTCTL NOT ON TABDIR"
                    DELIMITED BY SIZE INTO WS-CHK-LABEL
                 MOVE ZERO TO WS-CHK-LEFT-NUM
                 MOVE 1 TO WS-CHK-RIGHT-NUM
                 MOVE "TABLE NOT ACTIVE" TO WS-CF-ERROR
                 PERFORM 6000-WRITE-CHECK
              END-IF
           END-PERFORM.

       5100-LOAD-MAINTENANCE-CONTROLS.
           MOVE ZERO TO WS-MCT-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MNT-CTL
           IF WS-MCT-STATUS NOT = "00"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ MNT-CTL
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-MCT-COUNT
                    IF WS-MCT-COUNT > 20
                       DISPLAY "ABEND: MNTCTL EXCEEDS 20 TABLES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE MCT-TABLE-ID TO WS-MCT-TABLE-ID (WS-MCT-COUNT)
                    MOVE MCT-BUS-DATE TO WS-MCT-DATE (WS-MCT-COUNT)
                    MOVE MCT-OLD-COUNT TO WS-MCT-OLD (WS-MCT-COUNT)
                    MOVE MCT-ADD-COUNT TO WS-MCT-ADDS (WS-MCT-COUNT)
                    MOVE MCT-DEL-COUNT TO WS-MCT-DELS (WS-MCT-COUNT)
                    MOVE MCT-NEW-COUNT TO WS-MCT-NEW (WS-MCT-COUNT)
                    MOVE "N" TO WS-MCT-USED-SW (WS-MCT-COUNT)
              END-READ
           END-PERFORM
           IF WS-MCT-STATUS NOT = "35"
              CLOSE MNT-CTL
           END-IF.

       5200-BALANCE-ONE-TABLE.
           MOVE ZERO TO WS-MCT-HIT-IDX
           PERFORM VARYING WS-MCT-IDX FROM 1 BY 1
              UNTIL WS-MCT-IDX > WS-MCT-COUNT
              IF WS-MCT-TABLE-ID (WS-MCT-IDX) = TDIR-ID (WS-IDX)
                 MOVE WS-MCT-IDX TO WS-MCT-HIT-IDX
                 MOVE "Y" TO WS-MCT-USED-SW (WS-MCT-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-MCT-HIT-IDX = ZERO
              MOVE SPACES TO WS-CHK-LABEL
              STRING TDIR-ID (WS-IDX) " MNTCTL RECORD FOR TONIGHT"
                 DELIMITED BY SIZE INTO WS-CHK-LABEL
              MOVE ZERO TO WS-CHK-LEFT-NUM
              MOVE 1 TO WS-CHK-RIGHT-NUM
              MOVE "NO MNTCTL RECORD" TO WS-CF-ERROR
              PERFORM 6000-WRITE-CHECK
           ELSE
              IF WS-MCT-DATE (WS-MCT-HIT-IDX) NOT = WS-RUN-DATE
                 MOVE SPACES TO WS-CHK-LABEL
                 STRING TDIR-ID (WS-IDX) " MNTCTL DATE = RUN DATE"
                    DELIMITED BY SIZE INTO WS-CHK-LABEL
                 MOVE ZERO TO WS-CHK-LEFT-NUM
                 MOVE 1 TO WS-CHK-RIGHT-NUM
                 MOVE "MNTCTL NOT TONIGHT" TO WS-CF-ERROR
                 PERFORM 6000-WRITE-CHECK
              END-IF
              MOVE SPACES TO WS-CHK-LABEL
              STRING TDIR-ID (WS-IDX) " OLD + ADDS - DELETES = NEW"
                 DELIMITED BY SIZE INTO WS-CHK-LABEL
              COMPUTE WS-CHK-LEFT-NUM = WS-MCT-OLD (WS-MCT-HIT-IDX)
                 + WS-MCT-ADDS (WS-MCT-HIT-IDX)
                 - WS-MCT-DELS (WS-MCT-HIT-IDX)
              MOVE WS-MCT-NEW (WS-MCT-HIT-IDX) TO WS-CHK-RIGHT-NUM
              PERFORM 6000-WRITE-CHECK
              MOVE TDIR-MASTER-DD (WS-IDX) TO WS-CF-DDNAME
              MOVE "N" TO WS-CF-CONTROLLED-SW
              MOVE "N" TO WS-CF-TODAY-SW
              MOVE ZERO TO WS-CF-KEY-POS
              PERFORM 2000-COUNT-FILE
              MOVE SPACES TO WS-CHK-LABEL
              STRING TDIR-ID (WS-IDX) " NEW = PROMOTED MASTER"
                 DELIMITED BY SIZE INTO WS-CHK-LABEL
              MOVE WS-MCT-NEW (WS-MCT-HIT-IDX) TO WS-CHK-LEFT-NUM
              MOVE WS-CF-DETAILS TO WS-CHK-RIGHT-NUM
              MOVE SPACES TO WS-CF-ERROR
              PERFORM 6000-WRITE-CHECK
           END-IF.

      ******************************************************************
      * 6000-WRITE-CHECK prints one check from WS-CHK-LABEL and the two
      * figures. It breaks when the figures differ or when the caller
      * has left a reason in WS-CF-ERROR, which it prints in place of
      * the usual flag; WS-CF-ERROR is cleared for the next check.
      ******************************************************************
       6000-WRITE-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-CHK-LEFT-NUM TO WS-CHK-LEFT
           MOVE WS-CHK-RIGHT-NUM TO WS-CHK-RIGHT
           MOVE SPACES TO WS-CHK-RESULT
           EVALUATE TRUE
              WHEN WS-CF-ERROR NOT = SPACES
                 ADD 1 TO WS-BREAK-COUNT
                 STRING "*** " WS-CF-ERROR
                    DELIMITED BY SIZE INTO WS-CHK-RESULT
              WHEN WS-CHK-LEFT-NUM NOT = WS-CHK-RIGHT-NUM
                 ADD 1 TO WS-BREAK-COUNT
                 MOVE "*** OUT OF BALANCE ***" TO WS-CHK-RESULT
              WHEN OTHER
                 MOVE "OK" TO WS-CHK-RESULT
           END-EVALUATE
           MOVE WS-CHK-LINE TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE SPACES TO WS-CF-ERROR.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE "CHECKS MADE:" TO WS-SUMMARY-LABEL
           MOVE WS-CHECK-COUNT TO WS-SUMMARY-NUMBER
           MOVE WS-SUMMARY-LINE TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           MOVE "BREAKS:" TO WS-SUMMARY-LABEL
           MOVE WS-BREAK-COUNT TO WS-SUMMARY-NUMBER
           MOVE WS-SUMMARY-LINE TO BAL-RPT-LINE
           WRITE BAL-RPT-LINE
           IF WS-BREAK-COUNT > ZERO
              MOVE "*** NIGHT DOES NOT BALANCE - NOT MARKED COMPLETED"
                 TO BAL-RPT-LINE
           ELSE
              MOVE "NIGHT BALANCES" TO BAL-RPT-LINE
           END-IF
           WRITE BAL-RPT-LINE.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSSTP.
       END PROGRAM BSBAL.
