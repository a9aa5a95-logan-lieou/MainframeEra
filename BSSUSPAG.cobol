      * BTABTRAN before the transactions age out and have to be
      * re-keyed. A value one night from the recycle limit is
      * flagged AT LIMIT TOMORROW and raises return code 4 so the
      * night's output gets a look. A GEN suspense value whose table
      * is no longer an active entry on the TABDIR table directory can
      * never be matched by adding a code, so it is flagged TABLE NOT
      * ACTIVE (and raises return code 4) instead of being aged.
      * A suspended combination is one value: its BRCH, PROD, and NUMS
      * codes are tallied and shown together. A value an analyst has
      * put on hold with a resolution card is shown HELD TO its
      * hold-until date instead of being aged, and does not raise the
      * return code, until that date has passed.
      * The step statistics record appended to RUNSTATS counts the
      * suspense records read; the step writes only its report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT NUMS-SUSP ASSIGN TO "NUMSSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
               FILE STATUS IS WS-GEN-SUSP-STATUS.
           SELECT AGE-RPT ASSIGN TO "AGERPT"
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
       FD  NUMS-SUSP.
       01  NUMS-SUSP-RECORD.
           03  SUSP-VALUE             PIC X(6).
           03  SUSP-AGE               PIC 9(2).
           03  SUSP-HOLD-DATE         PIC 9(8).
       FD  GEN-SUSP.
       01  GEN-SUSP-RECORD.
           03  GSUSP-TABLE-ID         PIC X(4).
           03  GSUSP-VALUE            PIC X(6).
           03  GSUSP-AGE              PIC 9(2).
           03  GSUSP-COMB-PROD        PIC X(6).
           03  GSUSP-COMB-NUMS        PIC X(6).
           03  GSUSP-HOLD-DATE        PIC 9(8).
       FD  AGE-RPT.
       01  AGE-RPT-LINE               PIC X(60).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
           COPY NUMSSTW.
       01  WS-SUSP-STATUS             PIC X(2).
       01  WS-GEN-SUSP-STATUS         PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
      * One entry per distinct table id + value seen across both
      * suspense files ("NUMS" stands in for the NUMS side): how many
      * records carry the value and the oldest age among them, which
      * drives the bucket on the report, and the latest hold-until
      * date carried by any of them.
      ******************************************************************
       01  WS-AGE-AREA.
           03  WS-AGE-COUNT           PIC 9(4) COMP VALUE ZERO.
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-AGE-COUNT.
               05  WS-AGE-TABLE-ID    PIC X(4).
               05  WS-AGE-VALUE       PIC X(20).
               05  WS-AGE-RECS        PIC 9(4).
               05  WS-AGE-OLDEST      PIC 9(2).
               05  WS-AGE-HOLD-DATE   PIC 9(8).
       01  WS-CUR-TABLE-ID            PIC X(4).
       01  WS-CUR-VALUE               PIC X(20).
       01  WS-CUR-AGE                 PIC 9(2).
       01  WS-CUR-HOLD-DATE           PIC 9(8).
       01  WS-IDX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-HIT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-LIMIT-COUNT             PIC 9(4) VALUE ZERO.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-TABLE           PIC X(4).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-VALUE           PIC X(20).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-RECS            PIC ZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-BUCKET          PIC X(17).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSSUSPAG" TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           OPEN OUTPUT AGE-RPT
           MOVE "SUSPENSE AGING REPORT" TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE SPACES TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           MOVE "  TBL   CODE                    RECS  AGE  BUCKET"
              TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE
           PERFORM 1000-TALLY-NUMS-SUSP
           PERFORM 2000-TALLY-GEN-SUSP
           IF WS-LIMIT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

      ******************************************************************
                    MOVE "NUMS" TO WS-CUR-TABLE-ID
                    MOVE SUSP-VALUE TO WS-CUR-VALUE
                    MOVE SUSP-AGE TO WS-CUR-AGE
                    MOVE SUSP-HOLD-DATE TO WS-CUR-HOLD-DATE
                    PERFORM 3000-TALLY-ONE-RECORD
              END-READ
           END-PERFORM
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    MOVE GSUSP-TABLE-ID TO WS-CUR-TABLE-ID
                    IF GSUSP-COMB-PROD = SPACES
                       MOVE GSUSP-VALUE TO WS-CUR-VALUE
                    ELSE
                       MOVE SPACES TO WS-CUR-VALUE
                       STRING GSUSP-VALUE " " GSUSP-COMB-PROD " "
                          GSUSP-COMB-NUMS DELIMITED BY SIZE
                          INTO WS-CUR-VALUE
                    END-IF
                    MOVE GSUSP-AGE TO WS-CUR-AGE
                    MOVE GSUSP-HOLD-DATE TO WS-CUR-HOLD-DATE
                    PERFORM 3000-TALLY-ONE-RECORD
              END-READ
           END-PERFORM
           END-IF.

       3000-TALLY-ONE-RECORD.
           ADD 1 TO WS-STA-READ
           MOVE ZERO TO WS-HIT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AGE-COUNT
              MOVE WS-CUR-VALUE TO WS-AGE-VALUE (WS-HIT-IDX)
              MOVE ZERO TO WS-AGE-RECS (WS-HIT-IDX)
              MOVE ZERO TO WS-AGE-OLDEST (WS-HIT-IDX)
              MOVE ZERO TO WS-AGE-HOLD-DATE (WS-HIT-IDX)
           END-IF
           ADD 1 TO WS-AGE-RECS (WS-HIT-IDX)
           IF WS-CUR-AGE > WS-AGE-OLDEST (WS-HIT-IDX)
              MOVE WS-CUR-AGE TO WS-AGE-OLDEST (WS-HIT-IDX)
           END-IF
           IF WS-CUR-HOLD-DATE NOT NUMERIC
              MOVE ZERO TO WS-CUR-HOLD-DATE
           END-IF
           IF WS-CUR-HOLD-DATE > WS-AGE-HOLD-DATE (WS-HIT-IDX)
              MOVE WS-CUR-HOLD-DATE TO WS-AGE-HOLD-DATE (WS-HIT-IDX)
           END-IF.

      ******************************************************************
      * The bucket comes from the oldest record carrying the value:
      * the fresher duplicates recycle along with it, so the oldest
      * age is the one that decides when the value starts dying. A
      * value whose table has left the directory is not aged at all:
      * no table maintenance can ever match it. A value on hold is not
      * aged either while its hold-until date has not passed: the
      * recycle keeps it whatever its age.
      ******************************************************************
       7000-WRITE-DETAIL-LINES.
           IF WS-AGE-COUNT = ZERO
              MOVE WS-AGE-VALUE (WS-IDX) TO WS-DET-VALUE
              MOVE WS-AGE-RECS (WS-IDX) TO WS-DET-RECS
              MOVE WS-AGE-OLDEST (WS-IDX) TO WS-DET-OLDEST
              MOVE WS-AGE-TABLE-ID (WS-IDX) TO WS-TDIR-FIND-ID
              PERFORM 0250-FIND-DIRECTORY-ENTRY
              EVALUATE TRUE
                 WHEN WS-TDIR-HIT-IDX = ZERO
                    MOVE "TABLE NOT ACTIVE" TO WS-DET-BUCKET
                    ADD 1 TO WS-LIMIT-COUNT
                 WHEN WS-AGE-HOLD-DATE (WS-IDX) >= WS-BUS-DATE
                    MOVE SPACES TO WS-DET-BUCKET
                    STRING "HELD TO " WS-AGE-HOLD-DATE (WS-IDX)
                       DELIMITED BY SIZE INTO WS-DET-BUCKET
                 WHEN WS-AGE-OLDEST (WS-IDX) >= WS-MAX-AGE
                    MOVE "AGED OUT" TO WS-DET-BUCKET
                    ADD 1 TO WS-LIMIT-COUNT
           END-IF.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSSTP.
       END PROGRAM BSSUSPAG.
