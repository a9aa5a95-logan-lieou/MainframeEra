      * whether any given date ran and finished. The file is loaded
      * whole and rewritten in place, the same way BSEARCH rewrites
      * its one-record checkpoint.
      * Each run also appends its step statistics record to RUNSTATS,
      * under its RUNPARM mode, so the START and END stamps bracket
      * the night's step records there too.
      *
      * The BSSUPP supplemental job runs the same two modes with
      * "SUPP" in columns 7-10 of the RUNPARM card, for a late
      * TRANSIN/GENTRANS pair that missed the nightly cutoff. The
      * supplemental sequence is taken from the late files' headers
      * ("H" + business date + sequence 001-999), which must both be
      * present, carry the BSDATE business date, and agree on the
      * sequence. Each sequence gets its own record beside the
      * night's own (sequence zero):
      *   START SUPP - refused with return code 16 unless the
      *           business date's nightly run has completed (the
      *           late files are searched against the masters that
      *           night left, and their misses join the suspense it
      *           left) or when the sequence is already completed,
      *           so the same late file is never searched twice; a
      *           sequence started but not completed is a restart.
      *   END   SUPP - mark the sequence completed.
      * The statistics function of a supplemental run is "SUPP" +
      * sequence + "S" or "E". A nightly START notes any supplemental
      * run that was started and never completed, since its misses
      * may be only partly in the suspense tonight recycles.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LATE-TRANS ASSIGN TO DYNAMIC WS-LATE-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.
           SELECT RUN-CTL ASSIGN TO "BSRUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           03  RUN-PARM-MODE          PIC X(5).
           03  FILLER                 PIC X(1).
           03  RUN-PARM-RUN-TYPE      PIC X(4).
      ******************************************************************
      * LATE-TRANS is the header of each late file in turn, TRANSIN
      * and then GENTRANS, assigned by 1250-CHECK-LATE-HEADER.
      ******************************************************************
       FD  LATE-TRANS.
       01  LATE-TRANS-CONTROL.
           03  LATE-CTL-TYPE          PIC X(1).
           03  LATE-CTL-DATE          PIC 9(8).
           03  LATE-CTL-SUPP-SEQ      PIC X(3).
      * RC-SUPP-SEQ is zero (or blank, on records written before it
      * existed) for the nightly run, the sequence for a
      * supplemental run.
       FD  RUN-CTL.
       01  RUN-CTL-RECORD.
           03  RC-DATE                PIC 9(8).
           03  RC-STATUS              PIC X(1).
           03  RC-START-STAMP         PIC X(21).
           03  RC-END-STAMP           PIC X(21).
           03  RC-SUPP-SEQ            PIC X(3).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSSTW.
       01  WS-CTL-STATUS              PIC X(2).
       01  WS-MODE                    PIC X(5).
       01  WS-RUN-TYPE                PIC X(4) VALUE SPACES.
       01  WS-SUPP-SEQ                PIC 9(3) VALUE ZERO.
       01  WS-SUPP-SEQ-X REDEFINES WS-SUPP-SEQ
                                      PIC X(3).
       01  WS-LATE-DDNAME             PIC X(8).
       01  WS-LATE-STATUS             PIC X(2).
       01  WS-LATE-HDR-SW             PIC X VALUE "N".
       01  WS-NIGHT-IDX               PIC 9(4) COMP VALUE ZERO.
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-HIT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-IDX                     PIC 9(4) COMP VALUE ZERO.
       01  WS-CTL-AREA.
           03  WS-CTL-COUNT           PIC 9(4) COMP VALUE ZERO.
           03  WS-CTL-ENTRY
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CTL-COUNT.
               05  WS-CTL-DATE        PIC 9(8).
               05  WS-CTL-SEQ         PIC 9(3).
               05  WS-CTL-STATE       PIC X(1).
               05  WS-CTL-START       PIC X(21).
               05  WS-CTL-END         PIC X(21).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSRUNCTL" TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           PERFORM 1000-READ-PARM
           IF WS-RUN-TYPE = "SUPP"
              PERFORM 1200-READ-LATE-HEADERS
           END-IF
           PERFORM 1500-LOAD-RUN-CONTROL
           MOVE WS-CTL-COUNT TO WS-STA-READ
           PERFORM 2000-FIND-BUSINESS-DATE
           EVALUATE WS-MODE
              WHEN "START"
                 IF WS-SUPP-SEQ > ZERO
                    PERFORM 3500-CHECK-NIGHT-COMPLETED
                 ELSE
                    PERFORM 3600-NOTE-OPEN-SUPPLEMENTALS
                 END-IF
                 PERFORM 3000-STAMP-STARTED
              WHEN "END  "
                 PERFORM 4000-STAMP-COMPLETED
           END-EVALUATE
           PERFORM 5000-REWRITE-RUN-CONTROL
           PERFORM 6000-DISPLAY-STATUS-LINE
           MOVE WS-CTL-COUNT TO WS-STA-WRITTEN
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

       1000-READ-PARM.
           END-READ
           CLOSE RUN-PARM-FILE
           MOVE RUN-PARM-MODE TO WS-MODE
           MOVE RUN-PARM-RUN-TYPE TO WS-RUN-TYPE
           MOVE WS-MODE TO WS-STA-FUNCTION
           IF WS-MODE NOT = "START" AND WS-MODE NOT = "END  "
              DISPLAY "ABEND: RUNPARM MODE NOT START OR END: "
                 WS-MODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RUN-TYPE NOT = SPACES AND WS-RUN-TYPE NOT = "SUPP"
              DISPLAY "ABEND: RUNPARM RUN TYPE NOT BLANK OR SUPP: "
                 WS-RUN-TYPE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * A supplemental run takes its sequence from the late files
      * themselves, so the sequence recorded is always the one the
      * search steps will tag their audit records with.
      ******************************************************************
       1200-READ-LATE-HEADERS.
           MOVE "TRANSIN" TO WS-LATE-DDNAME
           PERFORM 1250-CHECK-LATE-HEADER
           MOVE "GENTRANS" TO WS-LATE-DDNAME
           PERFORM 1250-CHECK-LATE-HEADER
           MOVE SPACES TO WS-STA-FUNCTION
           STRING "SUPP" WS-SUPP-SEQ-X WS-MODE (1:1)
              DELIMITED BY SIZE INTO WS-STA-FUNCTION.

       1250-CHECK-LATE-HEADER.
           OPEN INPUT LATE-TRANS
           IF WS-LATE-STATUS NOT = "00"
              DISPLAY "ABEND: " WS-LATE-DDNAME
                 " LATE FILE MISSING OR UNREADABLE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-LATE-HDR-SW
           READ LATE-TRANS
              AT END
                 CONTINUE
              NOT AT END
                 IF LATE-CTL-TYPE = "H"
                    MOVE "Y" TO WS-LATE-HDR-SW
                 END-IF
           END-READ
           CLOSE LATE-TRANS
           IF WS-LATE-HDR-SW = "N"
              DISPLAY "ABEND: " WS-LATE-DDNAME
                 " HEADER RECORD MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF LATE-CTL-DATE NOT = WS-BUS-DATE
              DISPLAY "ABEND: " WS-LATE-DDNAME " HEADER DATE "
                 LATE-CTL-DATE " IS NOT BUSINESS DATE " WS-BUS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF LATE-CTL-SUPP-SEQ NOT NUMERIC
                 OR LATE-CTL-SUPP-SEQ = "000"
              DISPLAY "ABEND: " WS-LATE-DDNAME
                 " HEADER CARRIES NO SUPPLEMENTAL SEQUENCE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-SUPP-SEQ = ZERO
              MOVE LATE-CTL-SUPP-SEQ TO WS-SUPP-SEQ
           ELSE
              IF LATE-CTL-SUPP-SEQ NOT = WS-SUPP-SEQ-X
                 DISPLAY "ABEND: " WS-LATE-DDNAME
                    " SUPPLEMENTAL SEQUENCE " LATE-CTL-SUPP-SEQ
                    " DOES NOT MATCH TRANSIN " WS-SUPP-SEQ-X
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      ******************************************************************
                    ADD 1 TO WS-CTL-COUNT
                    PERFORM 8000-CHECK-CTL-BOUNDS
                    MOVE RC-DATE TO WS-CTL-DATE (WS-CTL-COUNT)
                    IF RC-SUPP-SEQ NUMERIC
                       MOVE RC-SUPP-SEQ TO WS-CTL-SEQ (WS-CTL-COUNT)
                    ELSE
                       MOVE ZERO TO WS-CTL-SEQ (WS-CTL-COUNT)
                    END-IF
                    MOVE RC-STATUS TO WS-CTL-STATE (WS-CTL-COUNT)
                    MOVE RC-START-STAMP
                       TO WS-CTL-START (WS-CTL-COUNT)
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CTL-COUNT
              IF WS-CTL-DATE (WS-IDX) = WS-BUS-DATE
                    AND WS-CTL-SEQ (WS-IDX) = WS-SUPP-SEQ
                 MOVE WS-IDX TO WS-HIT-IDX
                 EXIT PERFORM
              END-IF
      * A completed date is refused outright - resubmitting it would
      * re-apply pending maintenance and double the audit trail. A
      * started-but-incomplete date is a restart of an interrupted
      * night and keeps its original start stamp. A supplemental
      * sequence is treated the same way on its own record.
      ******************************************************************
       3000-STAMP-STARTED.
           IF WS-HIT-IDX > ZERO
              IF WS-CTL-STATE (WS-HIT-IDX) = "C"
                 IF WS-SUPP-SEQ > ZERO
                    DISPLAY "ABEND: SUPPLEMENTAL " WS-SUPP-SEQ-X
                       " FOR BUSINESS DATE " WS-BUS-DATE
                       " ALREADY RAN AND COMPLETED AT "
                       WS-CTL-END (WS-HIT-IDX)
                    DISPLAY "RESUBMISSION REFUSED - THE LATE FILES"
                       " WERE ALREADY SEARCHED UNDER THIS SEQUENCE"
                 ELSE
                    DISPLAY "ABEND: BUSINESS DATE " WS-BUS-DATE
                       " ALREADY RAN AND COMPLETED AT "
                       WS-CTL-END (WS-HIT-IDX)
                    DISPLAY "RESUBMISSION REFUSED - CHANGE BSDATE OR"
                       " INVESTIGATE THE DOUBLE SUBMISSION"
                 END-IF
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 IF WS-SUPP-SEQ > ZERO
                    DISPLAY "RESTART OF STARTED SUPPLEMENTAL "
                       WS-SUPP-SEQ-X " FOR BUSINESS DATE "
                       WS-BUS-DATE " (FIRST STARTED "
                       WS-CTL-START (WS-HIT-IDX) ")"
                 ELSE
                    DISPLAY "RESTART OF STARTED BUSINESS DATE "
                       WS-BUS-DATE " (FIRST STARTED "
                       WS-CTL-START (WS-HIT-IDX) ")"
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-CTL-COUNT
              PERFORM 8000-CHECK-CTL-BOUNDS
              MOVE WS-CTL-COUNT TO WS-HIT-IDX
              MOVE WS-BUS-DATE TO WS-CTL-DATE (WS-HIT-IDX)
              MOVE WS-SUPP-SEQ TO WS-CTL-SEQ (WS-HIT-IDX)
              MOVE "S" TO WS-CTL-STATE (WS-HIT-IDX)
              MOVE FUNCTION CURRENT-DATE
                 TO WS-CTL-START (WS-HIT-IDX)
              MOVE SPACES TO WS-CTL-END (WS-HIT-IDX)
           END-IF.

      ******************************************************************
      * Late files are searched against the masters the nightly run
      * left and their misses join the suspense it left, so there is
      * nothing to add them to until that night has completed.
      ******************************************************************
       3500-CHECK-NIGHT-COMPLETED.
           MOVE ZERO TO WS-NIGHT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CTL-COUNT
              IF WS-CTL-DATE (WS-IDX) = WS-BUS-DATE
                    AND WS-CTL-SEQ (WS-IDX) = ZERO
                 MOVE WS-IDX TO WS-NIGHT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-NIGHT-IDX = ZERO
              DISPLAY "ABEND: SUPPLEMENTAL " WS-SUPP-SEQ-X
                 " REFUSED - BUSINESS DATE " WS-BUS-DATE
                 " HAS NOT BEEN RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-CTL-STATE (WS-NIGHT-IDX) NOT = "C"
              DISPLAY "ABEND: SUPPLEMENTAL " WS-SUPP-SEQ-X
                 " REFUSED - BUSINESS DATE " WS-BUS-DATE
                 " HAS NOT COMPLETED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       3600-NOTE-OPEN-SUPPLEMENTALS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CTL-COUNT
              IF WS-CTL-SEQ (WS-IDX) > ZERO
                    AND WS-CTL-STATE (WS-IDX) NOT = "C"
                 DISPLAY "NOTE: SUPPLEMENTAL " WS-CTL-SEQ (WS-IDX)
                    " FOR BUSINESS DATE " WS-CTL-DATE (WS-IDX)
                    " STARTED " WS-CTL-START (WS-IDX)
                    " NEVER COMPLETED"
              END-IF
           END-PERFORM.

       4000-STAMP-COMPLETED.
           IF WS-HIT-IDX = ZERO
              IF WS-SUPP-SEQ > ZERO
                 DISPLAY "ABEND: SUPPLEMENTAL " WS-SUPP-SEQ-X
                    " FOR BUSINESS DATE " WS-BUS-DATE
                    " WAS NEVER STAMPED STARTED"
              ELSE
                 DISPLAY "ABEND: BUSINESS DATE " WS-BUS-DATE
                    " WAS NEVER STAMPED STARTED"
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
              MOVE WS-CTL-STATE (WS-IDX) TO RC-STATUS
              MOVE WS-CTL-START (WS-IDX) TO RC-START-STAMP
              MOVE WS-CTL-END (WS-IDX) TO RC-END-STAMP
              MOVE WS-CTL-SEQ (WS-IDX) TO RC-SUPP-SEQ
              WRITE RUN-CTL-RECORD
           END-PERFORM
           CLOSE RUN-CTL.

       6000-DISPLAY-STATUS-LINE.
           IF WS-SUPP-SEQ > ZERO
              IF WS-CTL-STATE (WS-HIT-IDX) = "C"
                 DISPLAY "SUPPLEMENTAL " WS-SUPP-SEQ-X " FOR NIGHT "
                    WS-BUS-DATE " STARTED " WS-CTL-START (WS-HIT-IDX)
                    " COMPLETED " WS-CTL-END (WS-HIT-IDX)
              ELSE
                 DISPLAY "SUPPLEMENTAL " WS-SUPP-SEQ-X " FOR NIGHT "
                    WS-BUS-DATE " STARTED " WS-CTL-START (WS-HIT-IDX)
                    " NOT YET COMPLETED"
              END-IF
           ELSE
              PERFORM 6100-DISPLAY-NIGHT-LINE
           END-IF.

       6100-DISPLAY-NIGHT-LINE.
           IF WS-CTL-STATE (WS-HIT-IDX) = "C"
              DISPLAY "NIGHT " WS-BUS-DATE " STARTED "
                 WS-CTL-START (WS-HIT-IDX) " COMPLETED "
           END-IF.

       8000-CHECK-CTL-BOUNDS.
           IF WS-CTL-COUNT > 1000
              DISPLAY "ABEND: RUN CONTROL EXCEEDS 1000 ENTRIES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           COPY NUMSBDP.
           COPY NUMSSTP.
       END PROGRAM BSRUNCTL.
