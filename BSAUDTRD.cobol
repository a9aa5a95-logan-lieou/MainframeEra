      *     misses set against all prior months, so the effect of the
      *     table-add workflow on the miss rate is visible instead of
      *     guessed at from one month of live data.
      * A lookup of a retired code redirected to its successor (status
      * "R") was answered against a live code and trends as found.
      * Read-only: the audit and history files are left untouched.
      ******************************************************************
       ENVIRONMENT DIVISION.
           03  AUD-VALUE              PIC X(6).
           03  AUD-STATUS             PIC X(1).
           03  AUD-IDX                PIC 9(4).
           03  AUD-RESOLVED-CODE      PIC X(6).
           03  AUD-SUPP-SEQ           PIC X(3).
       FD  TRD-GAUD.
       01  TRD-GAUD-RECORD.
           03  GAUD-TIMESTAMP         PIC X(21).
           03  GAUD-VALUE             PIC X(6).
           03  GAUD-STATUS            PIC X(1).
           03  GAUD-IDX               PIC 9(4).
           03  GAUD-COMB-PROD         PIC X(6).
           03  GAUD-COMB-NUMS         PIC X(6).
           03  GAUD-FAIL-TABLE        PIC X(4).
           03  GAUD-RESOLVED-CODE     PIC X(6).
           03  GAUD-SUPP-SEQ          PIC X(3).
       FD  TRD-RPT.
       01  TRD-RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
           MOVE AUD-STATUS TO WS-REC-STATUS
           PERFORM 1200-TALLY-NUMS-MONTH
           IF WS-REC-STATUS NOT = "F" AND WS-REC-STATUS NOT = "E"
                 AND WS-REC-STATUS NOT = "R"
              PERFORM 1300-TALLY-CODE-MISS
           END-IF.

           ADD 1 TO WS-NMONTH-TOTAL (WS-HIT-IDX)
           EVALUATE WS-REC-STATUS
              WHEN "F"
              WHEN "R"
                 ADD 1 TO WS-NMONTH-FOUND (WS-HIT-IDX)
              WHEN "E"
                 ADD 1 TO WS-NMONTH-EXPIRED (WS-HIT-IDX)
           ADD 1 TO WS-GMONTH-TOTAL (WS-HIT-IDX)
           EVALUATE GAUD-STATUS
              WHEN "F"
              WHEN "R"
                 ADD 1 TO WS-GMONTH-FOUND (WS-HIT-IDX)
              WHEN "E"
                 ADD 1 TO WS-GMONTH-EXPIRED (WS-HIT-IDX)
