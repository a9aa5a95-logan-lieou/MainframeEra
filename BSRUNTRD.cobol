       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSRUNTRD.
      ******************************************************************
      * BSRUNTRD is the batch-window trend report. BSRUNCTL records only
      * when a night started and finished, so a long night cannot be
      * pinned on a step from it. Every program of the nightly stream
      * appends a step statistics record to RUNSTATS (layout NUMSSTC)
      * as it ends; this program reads the whole cumulative file and
      * writes to STATRPT:
      *   - night elapsed time (first step start to last step end)
      *     and records read, by week or by month,
      *   - for each step (program, plus its function where one
      *     program runs twice a night), elapsed time and volume by
      *     week or by month, with any period whose average elapsed
      *     runs well above the step's all-time average flagged,
      *   - the latest night step by step against each step's average
      *     over its earlier runs, flagging a step well above it, a
      *     step that recorded nothing that night (it abended or was
      *     not run), and a BSEARCH that resumed from its checkpoint,
      *   - a projection of the night's elapsed time: a straight-line
      *     trend fitted through the nights of the last few months,
      *     and the date the trend reaches the batch-window cutoff at
      *     the current rate of growth.
      *
      * STATPARM, one control card:
      *   column  1     "W" weekly or "M" monthly periods
      *   columns 2-5   window start, HHMM (when the stream is
      *                 released)
      *   columns 6-9   window cutoff, HHMM (when the online day
      *                 needs the files); a cutoff at or before the
      *                 start is the next morning
      *   columns 10-12 percent above average that counts as "well
      *                 above" (050 flags anything half again over)
      *   columns 13-15 days of history the growth trend is fitted
      *                 over, counted back from the latest night
      * Weeks are grouped as BSAUDRPT groups them, by the day count
      * since 1601-01-01 divided by seven, and labelled with the first
      * business date seen in the week. A restarted step writes a
      * record per attempt; each counts as a run, and the night's
      * elapsed time runs from its first start to its last end.
      * Return code 4 when the latest night has a step flagged, or
      * the trend is already past the cutoff or reaches it within
      * the trend span. Read-only: RUNSTATS is left untouched.
      * Records of the BSSUPP supplemental job (function "SUPP...")
      * run in the day, outside the batch window, and are passed
      * over and counted on the log.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRD-PARM-FILE ASSIGN TO "STATPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT TRD-RPT ASSIGN TO "STATRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRD-PARM-FILE.
       01  TRD-PARM-RECORD.
           03  TRD-PARM-PERIOD        PIC X(1).
           03  TRD-PARM-START         PIC X(4).
           03  TRD-PARM-CUTOFF        PIC X(4).
           03  TRD-PARM-FLAG-PCT      PIC X(3).
           03  TRD-PARM-TREND-DAYS    PIC X(3).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       FD  TRD-RPT.
       01  TRD-RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS             PIC X(2).
       01  WS-STA-STATUS              PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-PERIOD-TYPE             PIC X(1).
       01  WS-PERIOD-NAME             PIC X(7).
       01  WS-FLAG-PCT                PIC 9(3) VALUE ZERO.
       01  WS-TREND-DAYS              PIC 9(3) VALUE ZERO.
       01  WS-HHMM-X                  PIC X(4).
       01  WS-HHMM REDEFINES WS-HHMM-X.
           03  WS-HHMM-HH             PIC 9(2).
           03  WS-HHMM-MM             PIC 9(2).
       01  WS-START-MINUTES           PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-MINUTES          PIC 9(4) VALUE ZERO.
       01  WS-WINDOW-SECS             PIC 9(7) VALUE ZERO.
       01  WS-BAD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-SUPP-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-ATTENTION-COUNT         PIC 9(4) VALUE ZERO.
      ******************************************************************
      * A YYYYMMDDHHMMSSCC stamp is turned into seconds since
      * 1601-01-01 so elapsed time across midnight is a subtraction.
      ******************************************************************
       01  WS-STAMP.
           03  WS-STAMP-DATE          PIC 9(8).
           03  WS-STAMP-HH            PIC 9(2).
           03  WS-STAMP-MM            PIC 9(2).
           03  WS-STAMP-SS            PIC 9(2).
           03  WS-STAMP-CC            PIC 9(2).
       01  WS-STAMP-SECS              PIC 9(11) VALUE ZERO.
       01  WS-REC-START-SECS          PIC 9(11) VALUE ZERO.
       01  WS-REC-END-SECS            PIC 9(11) VALUE ZERO.
       01  WS-REC-ELAPSED             PIC 9(7) VALUE ZERO.
       01  WS-REC-DATE                PIC 9(8) VALUE ZERO.
       01  WS-REC-PERIOD              PIC 9(8) VALUE ZERO.
      ******************************************************************
      * One entry per step - program plus function - in the order the
      * steps first appear, which is the order the stream runs them.
      * The LAST fields hold the step's record for the latest business
      * date it ran, for the latest-night comparison.
      ******************************************************************
       01  WS-STEP-AREA.
           03  WS-STEP-COUNT          PIC 9(4) COMP VALUE ZERO.
           03  WS-STEP-ENTRY
                   OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-STEP-COUNT.
               05  WS-STEP-PROGRAM    PIC X(8).
               05  WS-STEP-FUNCTION   PIC X(8).
               05  WS-STEP-RUNS       PIC 9(6).
               05  WS-STEP-ELAPSED    PIC 9(11).
               05  WS-STEP-READ       PIC 9(13).
               05  WS-STEP-LAST-DATE  PIC 9(8).
               05  WS-STEP-LAST-ELAPSED
                                      PIC 9(7).
               05  WS-STEP-LAST-READ  PIC 9(9).
               05  WS-STEP-LAST-RC    PIC 9(4).
               05  WS-STEP-LAST-RESUMED
                                      PIC X(1).
               05  WS-STEP-LAST-SKIPPED
                                      PIC 9(9).
      ******************************************************************
      * One entry per step per period. A step's periods are added as
      * its records are read, so they list chronologically.
      ******************************************************************
       01  WS-SP-AREA.
           03  WS-SP-COUNT            PIC 9(4) COMP VALUE ZERO.
           03  WS-SP-ENTRY
                   OCCURS 1 TO 4000 TIMES
                   DEPENDING ON WS-SP-COUNT.
               05  WS-SP-STEP         PIC 9(4) COMP.
               05  WS-SP-PERIOD       PIC 9(8).
               05  WS-SP-LABEL        PIC 9(8).
               05  WS-SP-RUNS         PIC 9(6).
               05  WS-SP-ELAPSED      PIC 9(11).
               05  WS-SP-READ         PIC 9(13).
               05  WS-SP-WRITTEN      PIC 9(13).
               05  WS-SP-MAX-RC       PIC 9(4).
               05  WS-SP-RESUMES      PIC 9(4).
      ******************************************************************
      * One entry per business date: the earliest start and latest
      * end of any step that night, and the records its steps read.
      ******************************************************************
       01  WS-NIGHT-AREA.
           03  WS-NIGHT-COUNT         PIC 9(4) COMP VALUE ZERO.
           03  WS-NIGHT-ENTRY
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-NIGHT-COUNT.
               05  WS-NIGHT-DATE      PIC 9(8).
               05  WS-NIGHT-FIRST     PIC 9(11).
               05  WS-NIGHT-LAST      PIC 9(11).
               05  WS-NIGHT-READ      PIC 9(13).
       01  WS-NP-AREA.
           03  WS-NP-COUNT            PIC 9(4) COMP VALUE ZERO.
           03  WS-NP-ENTRY
                   OCCURS 1 TO 400 TIMES
                   DEPENDING ON WS-NP-COUNT.
               05  WS-NP-PERIOD       PIC 9(8).
               05  WS-NP-LABEL        PIC 9(8).
               05  WS-NP-NIGHTS       PIC 9(4).
               05  WS-NP-ELAPSED      PIC 9(11).
               05  WS-NP-MAX          PIC 9(7).
               05  WS-NP-READ         PIC 9(13).
       01  WS-IDX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-HIT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-STEP-IDX                PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-NIGHT-ELAPSED           PIC 9(7) VALUE ZERO.
       01  WS-LATEST-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LATEST-DAY              PIC 9(7) VALUE ZERO.
       01  WS-LATEST-ELAPSED          PIC 9(7) VALUE ZERO.
       01  WS-AVG-ELAPSED             PIC 9(7) VALUE ZERO.
       01  WS-AVG-READ                PIC 9(9) VALUE ZERO.
       01  WS-AVG-WRITTEN             PIC 9(9) VALUE ZERO.
       01  WS-STEP-AVG                PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-ELAPSED           PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-READ              PIC 9(9) VALUE ZERO.
       01  WS-FLAG-LIMIT              PIC 9(9)V99 VALUE ZERO.
      ******************************************************************
      * Least-squares trend of night elapsed seconds (y) against the
      * day (x, counted back from the latest night, so x <= 0 and the
      * intercept is the trend value for the latest night).
      ******************************************************************
       01  WS-FIT-N                   PIC 9(5) VALUE ZERO.
       01  WS-FIT-X                   PIC S9(7) VALUE ZERO.
       01  WS-FIT-SUM-X               PIC S9(11) VALUE ZERO.
       01  WS-FIT-SUM-Y               PIC S9(13) VALUE ZERO.
       01  WS-FIT-SUM-XY              PIC S9(15) VALUE ZERO.
       01  WS-FIT-SUM-XX              PIC S9(15) VALUE ZERO.
       01  WS-FIT-DENOM               PIC S9(18) VALUE ZERO.
       01  WS-FIT-SLOPE               PIC S9(7)V9(4) VALUE ZERO.
       01  WS-FIT-TODAY               PIC S9(9) VALUE ZERO.
       01  WS-FIT-GROWTH              PIC S9(9) VALUE ZERO.
       01  WS-FIT-DAYS                PIC 9(9) VALUE ZERO.
       01  WS-PROJ-DATE               PIC 9(8) VALUE ZERO.
      * "F" too few nights, "P" trend already past the cutoff,
      * "N" not growing, "L" more than ten years out, "D" dated.
       01  WS-PROJ-STATE              PIC X(1) VALUE SPACES.
       01  WS-FMT-SECS                PIC 9(7) VALUE ZERO.
       01  WS-FMT-REST                PIC 9(7) VALUE ZERO.
       01  WS-FMT-HMS.
           03  WS-FMT-HH              PIC ZZ9.
           03  FILLER                 PIC X VALUE ":".
           03  WS-FMT-MM              PIC 99.
           03  FILLER                 PIC X VALUE ":".
           03  WS-FMT-SS              PIC 99.
       01  WS-FMT-SIGN                PIC X(1).
       01  WS-NIGHT-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-NL-LABEL            PIC 9(8).
           03  FILLER                 PIC X(3) VALUE SPACES.
           03  WS-NL-NIGHTS           PIC ZZZ9.
           03  FILLER                 PIC X(3) VALUE SPACES.
           03  WS-NL-AVG              PIC X(9).
           03  FILLER                 PIC X(3) VALUE SPACES.
           03  WS-NL-MAX              PIC X(9).
           03  FILLER                 PIC X(3) VALUE SPACES.
           03  WS-NL-READ             PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-NL-FLAG             PIC X(10).
       01  WS-STEP-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SL-PROGRAM          PIC X(8).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-FUNCTION         PIC X(5).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-LABEL            PIC 9(8).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-RUNS             PIC ZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-ELAPSED          PIC X(9).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-READ             PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-WRITTEN          PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-RC               PIC ZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-RESUMES          PIC ZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-SL-FLAG             PIC X(9).
       01  WS-LATEST-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-LL-PROGRAM          PIC X(8).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LL-FUNCTION         PIC X(5).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LL-ELAPSED          PIC X(9).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-LL-PRIOR            PIC X(9).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LL-READ             PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LL-PRIOR-READ       PIC ZZZZZZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LL-RC               PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-LL-FLAG             PIC X(16).
       01  WS-PROJ-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-PL-LABEL            PIC X(36).
           03  WS-PL-SIGN             PIC X(1).
           03  WS-PL-VALUE            PIC X(9).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-PL-NOTE             PIC X(30).
       01  WS-COUNT-OUT               PIC ZZZZ9.
       01  WS-PCT-OUT                 PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARM
           PERFORM 2000-LOAD-STATISTICS
           OPEN OUTPUT TRD-RPT
           PERFORM 7000-WRITE-HEADING
           IF WS-NIGHT-COUNT = ZERO
              MOVE "NO STEP STATISTICS ON RUNSTATS" TO TRD-RPT-LINE
              WRITE TRD-RPT-LINE
           ELSE
              PERFORM 3000-BUILD-NIGHT-PERIODS
              PERFORM 7100-WRITE-NIGHT-TABLE
              PERFORM 7200-WRITE-STEP-TABLES
              PERFORM 7300-WRITE-LATEST-NIGHT
              PERFORM 4000-FIT-NIGHT-TREND
              PERFORM 7400-WRITE-PROJECTION
           END-IF
           CLOSE TRD-RPT
           IF WS-BAD-COUNT > ZERO
              DISPLAY "RUNSTATS RECORDS NOT NUMERIC, SKIPPED: "
                 WS-BAD-COUNT
           END-IF
           IF WS-SUPP-COUNT > ZERO
              DISPLAY "SUPPLEMENTAL RUN RECORDS PASSED OVER: "
                 WS-SUPP-COUNT
           END-IF
           IF WS-ATTENTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Everything on the card is required: the window and the flag
      * threshold are operations' call, not something to default.
      ******************************************************************
       1000-READ-PARM.
           OPEN INPUT TRD-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "ABEND: STATPARM CONTROL CARD DATASET MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ TRD-PARM-FILE
              AT END
                 DISPLAY "ABEND: STATPARM CONTROL CARD MISSING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE TRD-PARM-FILE
           MOVE TRD-PARM-PERIOD TO WS-PERIOD-TYPE
           EVALUATE WS-PERIOD-TYPE
              WHEN "W"
                 MOVE "WEEKLY " TO WS-PERIOD-NAME
              WHEN "M"
                 MOVE "MONTHLY" TO WS-PERIOD-NAME
              WHEN OTHER
                 DISPLAY "ABEND: STATPARM PERIOD NOT W OR M: "
                    TRD-PARM-PERIOD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE TRD-PARM-START TO WS-HHMM-X
           PERFORM 1100-CHECK-HHMM
           COMPUTE WS-START-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM
           MOVE TRD-PARM-CUTOFF TO WS-HHMM-X
           PERFORM 1100-CHECK-HHMM
           COMPUTE WS-CUTOFF-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM
           IF WS-CUTOFF-MINUTES > WS-START-MINUTES
              COMPUTE WS-WINDOW-SECS =
                 (WS-CUTOFF-MINUTES - WS-START-MINUTES) * 60
           ELSE
              COMPUTE WS-WINDOW-SECS =
                 (WS-CUTOFF-MINUTES + 1440 - WS-START-MINUTES) * 60
           END-IF
           IF TRD-PARM-FLAG-PCT NOT NUMERIC
              DISPLAY "ABEND: STATPARM FLAG PERCENT NOT NUMERIC: "
                 TRD-PARM-FLAG-PCT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TRD-PARM-FLAG-PCT TO WS-FLAG-PCT
           IF TRD-PARM-TREND-DAYS NOT NUMERIC
                 OR TRD-PARM-TREND-DAYS = "000"
              DISPLAY "ABEND: STATPARM TREND DAYS NOT 001-999: "
                 TRD-PARM-TREND-DAYS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TRD-PARM-TREND-DAYS TO WS-TREND-DAYS.

       1100-CHECK-HHMM.
           IF WS-HHMM-X NOT NUMERIC
              DISPLAY "ABEND: STATPARM TIME NOT HHMM: " WS-HHMM-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
              DISPLAY "ABEND: STATPARM TIME NOT HHMM: " WS-HHMM-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * A RUNSTATS that has not been created yet (status 35) is an
      * empty history: the stream has not completed a step since the
      * statistics began.
      ******************************************************************
       2000-LOAD-STATISTICS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUN-STAT-FILE
           IF WS-STA-STATUS = "35"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ RUN-STAT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 2100-POST-ONE-RECORD
              END-READ
           END-PERFORM
           IF WS-STA-STATUS NOT = "35"
              CLOSE RUN-STAT-FILE
           END-IF.

       2100-POST-ONE-RECORD.
           IF STA-FUNCTION (1:4) = "SUPP"
              ADD 1 TO WS-SUPP-COUNT
           ELSE
              PERFORM 2110-POST-NIGHTLY-RECORD
           END-IF.

       2110-POST-NIGHTLY-RECORD.
           IF STA-BUS-DATE NOT NUMERIC
                 OR STA-START-STAMP NOT NUMERIC
                 OR STA-END-STAMP NOT NUMERIC
              ADD 1 TO WS-BAD-COUNT
           ELSE
              MOVE STA-START-STAMP TO WS-STAMP
              PERFORM 2150-STAMP-TO-SECONDS
              MOVE WS-STAMP-SECS TO WS-REC-START-SECS
              MOVE STA-END-STAMP TO WS-STAMP
              PERFORM 2150-STAMP-TO-SECONDS
              MOVE WS-STAMP-SECS TO WS-REC-END-SECS
              IF WS-REC-END-SECS > WS-REC-START-SECS
                 COMPUTE WS-REC-ELAPSED =
                    WS-REC-END-SECS - WS-REC-START-SECS
              ELSE
                 MOVE ZERO TO WS-REC-ELAPSED
              END-IF
              MOVE STA-BUS-DATE TO WS-REC-DATE
              PERFORM 2120-SET-PERIOD
              PERFORM 2200-POST-STEP
              PERFORM 2300-POST-STEP-PERIOD
              PERFORM 2400-POST-NIGHT
           END-IF.

       2120-SET-PERIOD.
           IF WS-PERIOD-TYPE = "W"
              COMPUTE WS-REC-PERIOD =
                 FUNCTION INTEGER-OF-DATE (WS-REC-DATE) / 7
           ELSE
              COMPUTE WS-REC-PERIOD = WS-REC-DATE / 100
           END-IF.

       2150-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECS =
              FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
              + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

       2200-POST-STEP.
           MOVE ZERO TO WS-STEP-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-STEP-COUNT
              IF WS-STEP-PROGRAM (WS-IDX) = STA-PROGRAM
                    AND WS-STEP-FUNCTION (WS-IDX) = STA-FUNCTION
                 MOVE WS-IDX TO WS-STEP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-STEP-IDX = ZERO
              ADD 1 TO WS-STEP-COUNT
              PERFORM 8000-CHECK-STEP-BOUNDS
              MOVE WS-STEP-COUNT TO WS-STEP-IDX
              MOVE STA-PROGRAM TO WS-STEP-PROGRAM (WS-STEP-IDX)
              MOVE STA-FUNCTION TO WS-STEP-FUNCTION (WS-STEP-IDX)
              MOVE ZERO TO WS-STEP-RUNS (WS-STEP-IDX)
              MOVE ZERO TO WS-STEP-ELAPSED (WS-STEP-IDX)
              MOVE ZERO TO WS-STEP-READ (WS-STEP-IDX)
              MOVE ZERO TO WS-STEP-LAST-DATE (WS-STEP-IDX)
           END-IF
           ADD 1 TO WS-STEP-RUNS (WS-STEP-IDX)
           ADD WS-REC-ELAPSED TO WS-STEP-ELAPSED (WS-STEP-IDX)
           ADD STA-READ-COUNT TO WS-STEP-READ (WS-STEP-IDX)
           IF WS-REC-DATE NOT < WS-STEP-LAST-DATE (WS-STEP-IDX)
              MOVE WS-REC-DATE TO WS-STEP-LAST-DATE (WS-STEP-IDX)
              MOVE WS-REC-ELAPSED
                 TO WS-STEP-LAST-ELAPSED (WS-STEP-IDX)
              MOVE STA-READ-COUNT TO WS-STEP-LAST-READ (WS-STEP-IDX)
              MOVE STA-RETURN-CODE TO WS-STEP-LAST-RC (WS-STEP-IDX)
              MOVE STA-RESUMED-SW
                 TO WS-STEP-LAST-RESUMED (WS-STEP-IDX)
              MOVE STA-SKIP-COUNT
                 TO WS-STEP-LAST-SKIPPED (WS-STEP-IDX)
           END-IF.

       2300-POST-STEP-PERIOD.
           MOVE ZERO TO WS-HIT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-SP-COUNT
              IF WS-SP-STEP (WS-IDX) = WS-STEP-IDX
                    AND WS-SP-PERIOD (WS-IDX) = WS-REC-PERIOD
                 MOVE WS-IDX TO WS-HIT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-HIT-IDX = ZERO
              ADD 1 TO WS-SP-COUNT
              PERFORM 8100-CHECK-SP-BOUNDS
              MOVE WS-SP-COUNT TO WS-HIT-IDX
              MOVE WS-STEP-IDX TO WS-SP-STEP (WS-HIT-IDX)
              MOVE WS-REC-PERIOD TO WS-SP-PERIOD (WS-HIT-IDX)
              MOVE WS-REC-DATE TO WS-SP-LABEL (WS-HIT-IDX)
              MOVE ZERO TO WS-SP-RUNS (WS-HIT-IDX)
              MOVE ZERO TO WS-SP-ELAPSED (WS-HIT-IDX)
              MOVE ZERO TO WS-SP-READ (WS-HIT-IDX)
              MOVE ZERO TO WS-SP-WRITTEN (WS-HIT-IDX)
              MOVE ZERO TO WS-SP-MAX-RC (WS-HIT-IDX)
              MOVE ZERO TO WS-SP-RESUMES (WS-HIT-IDX)
           END-IF
           IF WS-REC-DATE < WS-SP-LABEL (WS-HIT-IDX)
              MOVE WS-REC-DATE TO WS-SP-LABEL (WS-HIT-IDX)
           END-IF
           ADD 1 TO WS-SP-RUNS (WS-HIT-IDX)
           ADD WS-REC-ELAPSED TO WS-SP-ELAPSED (WS-HIT-IDX)
           ADD STA-READ-COUNT TO WS-SP-READ (WS-HIT-IDX)
           ADD STA-WRITE-COUNT TO WS-SP-WRITTEN (WS-HIT-IDX)
           IF STA-RETURN-CODE > WS-SP-MAX-RC (WS-HIT-IDX)
              MOVE STA-RETURN-CODE TO WS-SP-MAX-RC (WS-HIT-IDX)
           END-IF
           IF STA-RESUMED-SW = "Y"
              ADD 1 TO WS-SP-RESUMES (WS-HIT-IDX)
           END-IF.

       2400-POST-NIGHT.
           MOVE ZERO TO WS-HIT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NIGHT-COUNT
              IF WS-NIGHT-DATE (WS-IDX) = WS-REC-DATE
                 MOVE WS-IDX TO WS-HIT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-HIT-IDX = ZERO
              ADD 1 TO WS-NIGHT-COUNT
              PERFORM 8200-CHECK-NIGHT-BOUNDS
              MOVE WS-NIGHT-COUNT TO WS-HIT-IDX
              MOVE WS-REC-DATE TO WS-NIGHT-DATE (WS-HIT-IDX)
              MOVE WS-REC-START-SECS TO WS-NIGHT-FIRST (WS-HIT-IDX)
              MOVE WS-REC-END-SECS TO WS-NIGHT-LAST (WS-HIT-IDX)
              MOVE ZERO TO WS-NIGHT-READ (WS-HIT-IDX)
           END-IF
           IF WS-REC-START-SECS < WS-NIGHT-FIRST (WS-HIT-IDX)
              MOVE WS-REC-START-SECS TO WS-NIGHT-FIRST (WS-HIT-IDX)
           END-IF
           IF WS-REC-END-SECS > WS-NIGHT-LAST (WS-HIT-IDX)
              MOVE WS-REC-END-SECS TO WS-NIGHT-LAST (WS-HIT-IDX)
           END-IF
           ADD STA-READ-COUNT TO WS-NIGHT-READ (WS-HIT-IDX).

      ******************************************************************
      * Roll the nights up into periods, and find the latest night -
      * the comparison and the projection both run from it.
      ******************************************************************
       3000-BUILD-NIGHT-PERIODS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-NIGHT-COUNT
              MOVE WS-NIGHT-DATE (WS-SUB) TO WS-REC-DATE
              PERFORM 2120-SET-PERIOD
              PERFORM 3100-GET-NIGHT-ELAPSED
              IF WS-REC-DATE > WS-LATEST-DATE
                 MOVE WS-REC-DATE TO WS-LATEST-DATE
                 MOVE WS-NIGHT-ELAPSED TO WS-LATEST-ELAPSED
              END-IF
              MOVE ZERO TO WS-HIT-IDX
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-NP-COUNT
                 IF WS-NP-PERIOD (WS-IDX) = WS-REC-PERIOD
                    MOVE WS-IDX TO WS-HIT-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-HIT-IDX = ZERO
                 ADD 1 TO WS-NP-COUNT
                 PERFORM 8300-CHECK-NP-BOUNDS
                 MOVE WS-NP-COUNT TO WS-HIT-IDX
                 MOVE WS-REC-PERIOD TO WS-NP-PERIOD (WS-HIT-IDX)
                 MOVE WS-REC-DATE TO WS-NP-LABEL (WS-HIT-IDX)
                 MOVE ZERO TO WS-NP-NIGHTS (WS-HIT-IDX)
                 MOVE ZERO TO WS-NP-ELAPSED (WS-HIT-IDX)
                 MOVE ZERO TO WS-NP-MAX (WS-HIT-IDX)
                 MOVE ZERO TO WS-NP-READ (WS-HIT-IDX)
              END-IF
              IF WS-REC-DATE < WS-NP-LABEL (WS-HIT-IDX)
                 MOVE WS-REC-DATE TO WS-NP-LABEL (WS-HIT-IDX)
              END-IF
              ADD 1 TO WS-NP-NIGHTS (WS-HIT-IDX)
              ADD WS-NIGHT-ELAPSED TO WS-NP-ELAPSED (WS-HIT-IDX)
              IF WS-NIGHT-ELAPSED > WS-NP-MAX (WS-HIT-IDX)
                 MOVE WS-NIGHT-ELAPSED TO WS-NP-MAX (WS-HIT-IDX)
              END-IF
              ADD WS-NIGHT-READ (WS-SUB) TO WS-NP-READ (WS-HIT-IDX)
           END-PERFORM
           COMPUTE WS-LATEST-DAY =
              FUNCTION INTEGER-OF-DATE (WS-LATEST-DATE).

       3100-GET-NIGHT-ELAPSED.
           COMPUTE WS-NIGHT-ELAPSED =
              WS-NIGHT-LAST (WS-SUB) - WS-NIGHT-FIRST (WS-SUB).

      ******************************************************************
      * Least squares through the nights of the trend span. The
      * slope is seconds of elapsed time gained per calendar day; the
      * intercept is where the trend stands on the latest night. The
      * cutoff date is the day the trend line reaches the window.
      ******************************************************************
       4000-FIT-NIGHT-TREND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-NIGHT-COUNT
              COMPUTE WS-FIT-X =
                 FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE (WS-SUB))
                 - WS-LATEST-DAY
              IF WS-FIT-X > 0 - WS-TREND-DAYS
                 PERFORM 3100-GET-NIGHT-ELAPSED
                 ADD 1 TO WS-FIT-N
                 ADD WS-FIT-X TO WS-FIT-SUM-X
                 ADD WS-NIGHT-ELAPSED TO WS-FIT-SUM-Y
                 COMPUTE WS-FIT-SUM-XY =
                    WS-FIT-SUM-XY + WS-FIT-X * WS-NIGHT-ELAPSED
                 COMPUTE WS-FIT-SUM-XX =
                    WS-FIT-SUM-XX + WS-FIT-X * WS-FIT-X
              END-IF
           END-PERFORM
           COMPUTE WS-FIT-DENOM =
              WS-FIT-N * WS-FIT-SUM-XX - WS-FIT-SUM-X * WS-FIT-SUM-X
           IF WS-FIT-N < 2 OR WS-FIT-DENOM = ZERO
              MOVE "F" TO WS-PROJ-STATE
           ELSE
              COMPUTE WS-FIT-SLOPE ROUNDED =
                 (WS-FIT-N * WS-FIT-SUM-XY
                  - WS-FIT-SUM-X * WS-FIT-SUM-Y) / WS-FIT-DENOM
              COMPUTE WS-FIT-TODAY ROUNDED =
                 (WS-FIT-SUM-Y - WS-FIT-SLOPE * WS-FIT-SUM-X)
                 / WS-FIT-N
              COMPUTE WS-FIT-GROWTH ROUNDED = WS-FIT-SLOPE * 30
              EVALUATE TRUE
                 WHEN WS-FIT-TODAY NOT < WS-WINDOW-SECS
                    MOVE "P" TO WS-PROJ-STATE
                    ADD 1 TO WS-ATTENTION-COUNT
                 WHEN WS-FIT-SLOPE NOT > ZERO
                    MOVE "N" TO WS-PROJ-STATE
                 WHEN OTHER
                    PERFORM 4100-PROJECT-CUTOFF-DATE
              END-EVALUATE
           END-IF.

       4100-PROJECT-CUTOFF-DATE.
           COMPUTE WS-FIT-DAYS =
              (WS-WINDOW-SECS - WS-FIT-TODAY) / WS-FIT-SLOPE + 0.999
           IF WS-FIT-DAYS > 3650
              MOVE "L" TO WS-PROJ-STATE
           ELSE
              MOVE "D" TO WS-PROJ-STATE
              COMPUTE WS-PROJ-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-LATEST-DAY + WS-FIT-DAYS)
              IF WS-FIT-DAYS NOT > WS-TREND-DAYS
                 ADD 1 TO WS-ATTENTION-COUNT
              END-IF
           END-IF.

       7000-WRITE-HEADING.
           MOVE "BATCH WINDOW TREND REPORT" TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE WS-WINDOW-SECS TO WS-FMT-SECS
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-FLAG-PCT TO WS-PCT-OUT
           MOVE SPACES TO TRD-RPT-LINE
           STRING "PERIODS: " WS-PERIOD-NAME
              "  WINDOW: " TRD-PARM-START " TO " TRD-PARM-CUTOFF
              " (" WS-FMT-HMS ")  FLAG AT " WS-PCT-OUT
              "% OVER AVERAGE" DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE.

       7100-WRITE-NIGHT-TABLE.
           MOVE SPACES TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE SPACES TO TRD-RPT-LINE
           STRING "NIGHT ELAPSED TIME, " WS-PERIOD-NAME
              DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE "  PERIOD    NIGHTS   AVERAGE    LONGEST     RECS READ"
              TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NP-COUNT
              MOVE WS-NP-LABEL (WS-IDX) TO WS-NL-LABEL
              MOVE WS-NP-NIGHTS (WS-IDX) TO WS-NL-NIGHTS
              COMPUTE WS-FMT-SECS ROUNDED =
                 WS-NP-ELAPSED (WS-IDX) / WS-NP-NIGHTS (WS-IDX)
              PERFORM 6900-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-NL-AVG
              MOVE WS-NP-MAX (WS-IDX) TO WS-FMT-SECS
              PERFORM 6900-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-NL-MAX
              MOVE WS-NP-READ (WS-IDX) TO WS-NL-READ
              IF WS-NP-MAX (WS-IDX) > WS-WINDOW-SECS
                 MOVE "PAST CUTOFF" TO WS-NL-FLAG
              ELSE
                 MOVE SPACES TO WS-NL-FLAG
              END-IF
              MOVE WS-NIGHT-LINE TO TRD-RPT-LINE
              WRITE TRD-RPT-LINE
           END-PERFORM.

      ******************************************************************
      * One block per step: its periods, each flagged when its
      * average elapsed time is more than the STATPARM percentage
      * above the step's average over every run on file.
      ******************************************************************
       7200-WRITE-STEP-TABLES.
           MOVE SPACES TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE SPACES TO TRD-RPT-LINE
           STRING "STEP ELAPSED TIME AND VOLUME, " WS-PERIOD-NAME
              " AVERAGES PER RUN" DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE "  STEP     FUNC  PERIOD    RUNS   ELAPSED      READ "
              TO TRD-RPT-LINE
           MOVE "  WRITTEN   RC RSM" TO TRD-RPT-LINE (54:18)
           WRITE TRD-RPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
              PERFORM 7210-WRITE-ONE-STEP
           END-PERFORM.

       7210-WRITE-ONE-STEP.
           COMPUTE WS-STEP-AVG ROUNDED =
              WS-STEP-ELAPSED (WS-STEP-IDX)
              / WS-STEP-RUNS (WS-STEP-IDX)
           COMPUTE WS-FLAG-LIMIT =
              WS-STEP-AVG * (100 + WS-FLAG-PCT) / 100
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-SP-COUNT
              IF WS-SP-STEP (WS-IDX) = WS-STEP-IDX
                 MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO WS-SL-PROGRAM
                 MOVE WS-STEP-FUNCTION (WS-STEP-IDX)
                    TO WS-SL-FUNCTION
                 MOVE WS-SP-LABEL (WS-IDX) TO WS-SL-LABEL
                 MOVE WS-SP-RUNS (WS-IDX) TO WS-SL-RUNS
                 COMPUTE WS-AVG-ELAPSED ROUNDED =
                    WS-SP-ELAPSED (WS-IDX) / WS-SP-RUNS (WS-IDX)
                 COMPUTE WS-AVG-READ ROUNDED =
                    WS-SP-READ (WS-IDX) / WS-SP-RUNS (WS-IDX)
                 COMPUTE WS-AVG-WRITTEN ROUNDED =
                    WS-SP-WRITTEN (WS-IDX) / WS-SP-RUNS (WS-IDX)
                 MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
                 PERFORM 6900-FORMAT-ELAPSED
                 MOVE WS-FMT-HMS TO WS-SL-ELAPSED
                 MOVE WS-AVG-READ TO WS-SL-READ
                 MOVE WS-AVG-WRITTEN TO WS-SL-WRITTEN
                 MOVE WS-SP-MAX-RC (WS-IDX) TO WS-SL-RC
                 MOVE WS-SP-RESUMES (WS-IDX) TO WS-SL-RESUMES
                 IF WS-AVG-ELAPSED > WS-FLAG-LIMIT
                    MOVE "ABOVE AVG" TO WS-SL-FLAG
                 ELSE
                    MOVE SPACES TO WS-SL-FLAG
                 END-IF
                 MOVE WS-STEP-LINE TO TRD-RPT-LINE
                 WRITE TRD-RPT-LINE
              END-IF
           END-PERFORM
           MOVE WS-STEP-AVG TO WS-FMT-SECS
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-STEP-RUNS (WS-STEP-IDX) TO WS-COUNT-OUT
           MOVE SPACES TO TRD-RPT-LINE
           STRING "           ALL RUNS: " WS-COUNT-OUT
              "  AVERAGE ELAPSED " WS-FMT-HMS
              DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE.

      ******************************************************************
      * The latest night against each step's average over its earlier
      * runs. A step that has run within the trend span but recorded
      * nothing for the latest night either abended (the statistics
      * record is written only at a normal end) or was held by the
      * COND chain, and is flagged NOT RUN.
      ******************************************************************
       7300-WRITE-LATEST-NIGHT.
           MOVE SPACES TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE WS-LATEST-ELAPSED TO WS-FMT-SECS
           PERFORM 6900-FORMAT-ELAPSED
           MOVE SPACES TO TRD-RPT-LINE
           STRING "LATEST NIGHT " WS-LATEST-DATE
              " AGAINST EARLIER RUNS - NIGHT ELAPSED " WS-FMT-HMS
              DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE "  STEP     FUNC    ELAPSED  PRIOR AVG      READ "
              TO TRD-RPT-LINE
           MOVE "PRIOR AVG   RC  FLAG" TO TRD-RPT-LINE (50:20)
           WRITE TRD-RPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
              IF WS-STEP-LAST-DATE (WS-STEP-IDX) = WS-LATEST-DATE
                 PERFORM 7310-WRITE-LATEST-STEP
              ELSE
                 IF FUNCTION INTEGER-OF-DATE
                       (WS-STEP-LAST-DATE (WS-STEP-IDX))
                       > WS-LATEST-DAY - WS-TREND-DAYS
                    PERFORM 7320-WRITE-NOT-RUN
                 END-IF
              END-IF
           END-PERFORM.

       7310-WRITE-LATEST-STEP.
           MOVE SPACES TO WS-LATEST-LINE
           MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO WS-LL-PROGRAM
           MOVE WS-STEP-FUNCTION (WS-STEP-IDX) TO WS-LL-FUNCTION
           MOVE WS-STEP-LAST-ELAPSED (WS-STEP-IDX) TO WS-FMT-SECS
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-LL-ELAPSED
           MOVE WS-STEP-LAST-READ (WS-STEP-IDX) TO WS-LL-READ
           MOVE WS-STEP-LAST-RC (WS-STEP-IDX) TO WS-LL-RC
           IF WS-STEP-RUNS (WS-STEP-IDX) > 1
              COMPUTE WS-PRIOR-ELAPSED ROUNDED =
                 (WS-STEP-ELAPSED (WS-STEP-IDX)
                  - WS-STEP-LAST-ELAPSED (WS-STEP-IDX))
                 / (WS-STEP-RUNS (WS-STEP-IDX) - 1)
              COMPUTE WS-PRIOR-READ ROUNDED =
                 (WS-STEP-READ (WS-STEP-IDX)
                  - WS-STEP-LAST-READ (WS-STEP-IDX))
                 / (WS-STEP-RUNS (WS-STEP-IDX) - 1)
              MOVE WS-PRIOR-ELAPSED TO WS-FMT-SECS
              PERFORM 6900-FORMAT-ELAPSED
              MOVE WS-FMT-HMS TO WS-LL-PRIOR
              MOVE WS-PRIOR-READ TO WS-LL-PRIOR-READ
              COMPUTE WS-FLAG-LIMIT =
                 WS-PRIOR-ELAPSED * (100 + WS-FLAG-PCT) / 100
              IF WS-STEP-LAST-ELAPSED (WS-STEP-IDX) > WS-FLAG-LIMIT
                 MOVE "ABOVE AVERAGE" TO WS-LL-FLAG
                 ADD 1 TO WS-ATTENTION-COUNT
              END-IF
           ELSE
              MOVE "   FIRST" TO WS-LL-PRIOR
              MOVE ZERO TO WS-LL-PRIOR-READ
           END-IF
           MOVE WS-LATEST-LINE TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           IF WS-STEP-LAST-RESUMED (WS-STEP-IDX) = "Y"
              MOVE WS-STEP-LAST-SKIPPED (WS-STEP-IDX) TO WS-COUNT-OUT
              MOVE SPACES TO TRD-RPT-LINE
              STRING "           RESUMED FROM ITS CHECKPOINT, "
                 "SKIPPED " WS-COUNT-OUT " ALREADY PROCESSED"
                 DELIMITED BY SIZE INTO TRD-RPT-LINE
              WRITE TRD-RPT-LINE
           END-IF.

       7320-WRITE-NOT-RUN.
           MOVE SPACES TO WS-LATEST-LINE
           MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO WS-LL-PROGRAM
           MOVE WS-STEP-FUNCTION (WS-STEP-IDX) TO WS-LL-FUNCTION
           MOVE ZERO TO WS-LL-READ
           MOVE ZERO TO WS-LL-PRIOR-READ
           MOVE ZERO TO WS-LL-RC
           MOVE "NOT RUN" TO WS-LL-FLAG
           ADD 1 TO WS-ATTENTION-COUNT
           MOVE WS-LATEST-LINE TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE.

       7400-WRITE-PROJECTION.
           MOVE SPACES TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE WS-TREND-DAYS TO WS-PCT-OUT
           MOVE SPACES TO TRD-RPT-LINE
           STRING "BATCH WINDOW PROJECTION - TREND OVER THE LAST "
              WS-PCT-OUT " DAYS" DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE SPACES TO WS-PROJ-LINE
           MOVE "WINDOW LENGTH" TO WS-PL-LABEL
           MOVE WS-WINDOW-SECS TO WS-FMT-SECS
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-PL-VALUE
           MOVE WS-PROJ-LINE TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE SPACES TO WS-PROJ-LINE
           MOVE "LATEST NIGHT ELAPSED" TO WS-PL-LABEL
           MOVE WS-LATEST-ELAPSED TO WS-FMT-SECS
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-PL-VALUE
           IF WS-LATEST-ELAPSED > WS-WINDOW-SECS
              MOVE "RAN PAST THE CUTOFF" TO WS-PL-NOTE
              ADD 1 TO WS-ATTENTION-COUNT
           END-IF
           MOVE WS-PROJ-LINE TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE WS-FIT-N TO WS-COUNT-OUT
           MOVE SPACES TO TRD-RPT-LINE
           STRING "  NIGHTS IN THE TREND                 " WS-COUNT-OUT
              DELIMITED BY SIZE INTO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           IF WS-PROJ-STATE = "F"
              MOVE "  TOO FEW NIGHTS TO FIT A TREND" TO TRD-RPT-LINE
              WRITE TRD-RPT-LINE
           ELSE
              PERFORM 7410-WRITE-TREND-LINES
           END-IF.

       7410-WRITE-TREND-LINES.
           MOVE SPACES TO WS-PROJ-LINE
           MOVE "TREND VALUE FOR THE LATEST NIGHT" TO WS-PL-LABEL
           IF WS-FIT-TODAY < ZERO
              MOVE ZERO TO WS-FMT-SECS
           ELSE
              MOVE WS-FIT-TODAY TO WS-FMT-SECS
           END-IF
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-PL-VALUE
           MOVE WS-PROJ-LINE TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE SPACES TO WS-PROJ-LINE
           MOVE "GROWTH PER 30 DAYS" TO WS-PL-LABEL
           IF WS-FIT-GROWTH < ZERO
              MOVE "-" TO WS-PL-SIGN
              COMPUTE WS-FMT-SECS = 0 - WS-FIT-GROWTH
           ELSE
              MOVE "+" TO WS-PL-SIGN
              MOVE WS-FIT-GROWTH TO WS-FMT-SECS
           END-IF
           PERFORM 6900-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-PL-VALUE
           MOVE WS-PROJ-LINE TO TRD-RPT-LINE
           WRITE TRD-RPT-LINE
           MOVE SPACES TO TRD-RPT-LINE
           EVALUATE WS-PROJ-STATE
              WHEN "P"
                 MOVE "  THE TREND IS ALREADY PAST THE CUTOFF"
                    TO TRD-RPT-LINE
              WHEN "N"
                 MOVE "  THE NIGHT IS NOT GROWING - NO CUTOFF DATE"
                    TO TRD-RPT-LINE
              WHEN "L"
                 MOVE "  AT CURRENT GROWTH THE CUTOFF IS MORE THAN TEN"
                    TO TRD-RPT-LINE
                 MOVE " YEARS OUT" TO TRD-RPT-LINE (48:10)
              WHEN OTHER
                 STRING "  AT CURRENT GROWTH THE NIGHT REACHES THE "
                    TRD-PARM-CUTOFF " CUTOFF ON OR ABOUT "
                    WS-PROJ-DATE DELIMITED BY SIZE INTO TRD-RPT-LINE
           END-EVALUATE
           WRITE TRD-RPT-LINE.

       6900-FORMAT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
              REMAINDER WS-FMT-REST
           DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
              REMAINDER WS-FMT-SS.

       8000-CHECK-STEP-BOUNDS.
           IF WS-STEP-COUNT > 30
              DISPLAY "ABEND: RUNSTATS HOLDS MORE THAN 30 STEPS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       8100-CHECK-SP-BOUNDS.
           IF WS-SP-COUNT > 4000
              DISPLAY "ABEND: STEP-PERIOD TABLE EXCEEDS 4000 ENTRIES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       8200-CHECK-NIGHT-BOUNDS.
           IF WS-NIGHT-COUNT > 2000
              DISPLAY "ABEND: RUNSTATS SPANS MORE THAN 2000 NIGHTS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       8300-CHECK-NP-BOUNDS.
           IF WS-NP-COUNT > 400
              DISPLAY "ABEND: RUNSTATS SPANS MORE THAN 400 PERIODS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       END PROGRAM BSRUNTRD.
