       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTABBKO.
      ******************************************************************
      * BTABBKO backs out one night's code table maintenance. It reads
      * the permanent maintenance journal BTABMNT appends to (MNTJRNL,
      * NUMSJNC layout) for the business date and tables named on the
      * BKOPARM control card, and writes the exact reversing
      * transactions to BKOTRAN in the BTABTRAN layout - complete with
      * the header and trailer control records BTABMNT verifies - so
      * the backout goes through BTABMNT's normal register and
      * cross-foot controls like any other maintenance:
      *   - an ADD is reversed by a DELETE of the added entry
      *   - a DELETE is reversed by an ADD of the before image
      *   - a CHANGE is reversed by a CHANGE back to the before image
      *     (a re-keying change is re-keyed from the new code back to
      *     the old one)
      * The reversals are written newest first, so a code added and
      * then changed on the same night is changed back before it is
      * deleted. Every card carries source byte "B", so the backout
      * itself shows on the journal as a backout.
      *
      * BKOPARM: columns 1-8 the business date to back out, columns
      * 9-48 up to ten table ids; no table ids means every table on
      * the TABDIR directory. If BTABMNT ran more than once for that
      * date, only the latest run's journal records (highest run
      * stamp) describe the masters that were promoted, so only those
      * are reversed. A journal record dated after the backout date
      * that touches a reversed entry means the entry has been
      * maintained again since; it is listed on BKORPT as a warning
      * (RC 4), since the backout will undo only that night's change
      * and BTABMNT may reject a reversal that no longer fits.
      * A future-dated card parked on the pending file that night was
      * not applied and so is not journaled; it stays pending until
      * it is pulled from the pending file.
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
           SELECT BKO-PARM-FILE ASSIGN TO "BKOPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MNT-JRNL ASSIGN TO "MNTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT BKO-TRAN ASSIGN TO "BKOTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BKO-RPT ASSIGN TO "BKORPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  BKO-PARM-FILE.
       01  BKO-PARM-RECORD.
           03  BKO-PARM-DATE          PIC X(8).
           03  BKO-PARM-TABLE-ID      PIC X(4) OCCURS 10 TIMES.
       FD  MNT-JRNL.
           COPY NUMSJNC.
      * BKOTRAN detail records are the BTABTRAN layout, bracketed by
      * the same header "H" + business date and trailer "T" + detail
      * count controls BTABMNT checks on the day's keyed cards.
       FD  BKO-TRAN.
       01  BKO-TRAN-RECORD.
           03  BTRN-TABLE-ID          PIC X(4).
           03  BTRN-ACTION            PIC X(1).
           03  BTRN-CODE              PIC X(6).
           03  BTRN-NEW-CODE          PIC X(6).
           03  BTRN-DESC              PIC X(20).
           03  BTRN-STATUS            PIC X(1).
           03  BTRN-EFF-DATE          PIC 9(8).
           03  BTRN-EXP-DATE          PIC 9(8).
           03  BTRN-APPLY-DATE        PIC 9(8).
           03  BTRN-SOURCE            PIC X(1).
       01  BKO-TRAN-COMB-VIEW REDEFINES BKO-TRAN-RECORD.
           03  FILLER                 PIC X(5).
           03  BTRN-COMB-KEY          PIC X(18).
           03  FILLER                 PIC X(40).
       01  BKO-TRAN-CONTROL.
           03  BTRN-CTL-TYPE          PIC X(1).
           03  BTRN-CTL-DATE          PIC 9(8).
       01  BKO-TRAN-TRAILER.
           03  BTRN-TRL-TYPE          PIC X(1).
           03  BTRN-TRL-COUNT         PIC 9(6).
       FD  BKO-RPT.
       01  BKO-RPT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
      ******************************************************************
      * The journal records selected for reversal are held in the
      * order BTABMNT applied them and replayed from the last one
      * back. WS-JRNL-WORK is the NUMSJNC layout of the one being
      * reversed or checked.
      ******************************************************************
           COPY NUMSJNC REPLACING
               ==MNT-JRNL-RECORD== BY ==WS-JRNL-WORK==
               LEADING ==JRN== BY ==WS-JRN==.
       01  WS-BKO-AREA.
           03  WS-BKO-COUNT           PIC 9(4) COMP VALUE ZERO.
           03  WS-BKO-ENTRY           PIC X(121)
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BKO-COUNT.
       01  WS-BKO-IDX                 PIC 9(4) COMP VALUE ZERO.
       01  WS-JRNL-STATUS             PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-BKO-DATE                PIC 9(8) VALUE ZERO.
       01  WS-ALL-TABLES-SW           PIC X VALUE "Y".
       01  WS-SELECT-SW               PIC X VALUE "N".
       01  WS-PARM-IDX                PIC 9(4) COMP VALUE ZERO.
       01  WS-LATEST-STAMP            PIC 9(14) VALUE ZERO.
       01  WS-CUR-TABLE-TYPE          PIC X(1).
       01  WS-KEY-LEN                 PIC 9(4) COMP VALUE ZERO.
       01  WS-JRNL-READ-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SKIP-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-LATER-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ADD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-DEL-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-TRAN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-REV-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REV-TABLE           PIC X(4).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REV-ORIG-ACTION     PIC X(1).
           03  FILLER                 PIC X(4) VALUE " -> ".
           03  WS-REV-ACTION          PIC X(1).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REV-KEY             PIC X(18).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REV-DESC            PIC X(20).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REV-SOURCE          PIC X(1).
       01  WS-LATER-LINE.
           03  FILLER                 PIC X(11) VALUE "  WARNING: ".
           03  WS-LATER-TABLE         PIC X(4).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LATER-KEY           PIC X(18).
           03  FILLER                 PIC X(20)
                   VALUE " MAINTAINED AGAIN ON".
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-LATER-DATE          PIC 9(8).
       01  WS-TOTAL-LINE.
           03  WS-TOTAL-LABEL         PIC X(24).
           03  WS-TOTAL-NUMBER        PIC ZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-BUSINESS-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           PERFORM 1000-READ-PARM
           OPEN OUTPUT BKO-RPT
           MOVE "MAINTENANCE BACKOUT" TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE SPACES TO BKO-RPT-LINE
           STRING "BACKING OUT " WS-BKO-DATE
              " FOR APPLY ON " WS-BUS-DATE
              DELIMITED BY SIZE INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           PERFORM 1100-FIND-LATEST-RUN
           MOVE SPACES TO BKO-RPT-LINE
           STRING "JOURNAL RUN STAMP " WS-LATEST-STAMP
              DELIMITED BY SIZE INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE SPACES TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           PERFORM 1200-LOAD-JOURNAL
           OPEN OUTPUT BKO-TRAN
           MOVE "H" TO BTRN-CTL-TYPE
           MOVE WS-BUS-DATE TO BTRN-CTL-DATE
           WRITE BKO-TRAN-CONTROL
           MOVE "REVERSING TRANSACTIONS" TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           PERFORM VARYING WS-BKO-IDX FROM WS-BKO-COUNT BY -1
              UNTIL WS-BKO-IDX < 1
              PERFORM 2000-REVERSE-ONE
           END-PERFORM
           MOVE "T" TO BTRN-TRL-TYPE
           MOVE WS-TRAN-COUNT TO BTRN-TRL-COUNT
           WRITE BKO-TRAN-TRAILER
           CLOSE BKO-TRAN
           PERFORM 7000-WRITE-SUMMARY
           CLOSE BKO-RPT
           DISPLAY "GENERATED " WS-TRAN-COUNT
              " REVERSING TRANSACTIONS FOR " WS-BKO-DATE
           IF WS-TRAN-COUNT = ZERO
              DISPLAY "NOTE: NO JOURNALED MAINTENANCE FOR "
                 WS-BKO-DATE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LATER-COUNT > ZERO
              DISPLAY "WARNING: " WS-LATER-COUNT
                 " LATER JOURNAL RECORDS TOUCH BACKED-OUT ENTRIES"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The backout date must be a real date no later than the night
      * the deck will apply on, and every table id named must be an
      * active directory entry.
      ******************************************************************
       1000-READ-PARM.
           OPEN INPUT BKO-PARM-FILE
           READ BKO-PARM-FILE
              AT END
                 DISPLAY "ABEND: BKOPARM CONTROL CARD MISSING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE BKO-PARM-FILE
           IF BKO-PARM-DATE NOT NUMERIC
              DISPLAY "ABEND: BKOPARM DATE NOT NUMERIC "
                 BKO-PARM-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BKO-PARM-DATE TO WS-BKO-DATE
           IF WS-BKO-DATE > WS-BUS-DATE
              DISPLAY "ABEND: BKOPARM DATE " WS-BKO-DATE
                 " IS AFTER BUSINESS DATE " WS-BUS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
              UNTIL WS-PARM-IDX > 10
              IF BKO-PARM-TABLE-ID (WS-PARM-IDX) NOT = SPACES
                 MOVE "N" TO WS-ALL-TABLES-SW
                 MOVE BKO-PARM-TABLE-ID (WS-PARM-IDX)
                    TO WS-TDIR-FIND-ID
                 PERFORM 0250-FIND-DIRECTORY-ENTRY
                 IF WS-TDIR-HIT-IDX = ZERO
                    DISPLAY "ABEND: BKOPARM TABLE ID UNKNOWN: "
                       WS-TDIR-FIND-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      * First pass: the highest run stamp journaled for the backout
      * date, over every table, since one BTABMNT run maintains them
      * all. A journal that does not exist yet simply has nothing to
      * back out.
      ******************************************************************
       1100-FIND-LATEST-RUN.
           MOVE ZERO TO WS-LATEST-STAMP
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MNT-JRNL
           IF WS-JRNL-STATUS = "35"
              DISPLAY "NOTE: NO MNTJRNL JOURNAL FOUND"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ MNT-JRNL
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-JRNL-READ-COUNT
                    IF JRN-BUS-DATE = WS-BKO-DATE
                          AND JRN-RUN-STAMP > WS-LATEST-STAMP
                       MOVE JRN-RUN-STAMP TO WS-LATEST-STAMP
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "35"
              CLOSE MNT-JRNL
           END-IF.

      ******************************************************************
      * Second pass: keep the latest run's records for the selected
      * tables, and check every record dated after the backout date
      * against the entries already kept. The journal is appended in
      * business-date order, so everything kept is in the table before
      * the first later-dated record is read.
      ******************************************************************
       1200-LOAD-JOURNAL.
           MOVE ZERO TO WS-BKO-COUNT
           MOVE "N" TO WS-EOF-SW
           IF WS-LATEST-STAMP = ZERO
              MOVE "Y" TO WS-EOF-SW
           ELSE
              OPEN INPUT MNT-JRNL
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ MNT-JRNL
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 1300-CHECK-TABLE-SELECTED
                    IF WS-SELECT-SW = "Y"
                       PERFORM 1250-KEEP-OR-CHECK
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LATEST-STAMP NOT = ZERO
              CLOSE MNT-JRNL
           END-IF.

       1250-KEEP-OR-CHECK.
           EVALUATE TRUE
              WHEN JRN-BUS-DATE = WS-BKO-DATE
                    AND JRN-RUN-STAMP = WS-LATEST-STAMP
                 ADD 1 TO WS-BKO-COUNT
                 IF WS-BKO-COUNT > 2000
                    DISPLAY "ABEND: BACKOUT EXCEEDS 2000 TRANSACTIONS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE MNT-JRNL-RECORD TO WS-BKO-ENTRY (WS-BKO-COUNT)
              WHEN JRN-BUS-DATE = WS-BKO-DATE
                 ADD 1 TO WS-SKIP-COUNT
              WHEN JRN-BUS-DATE > WS-BKO-DATE
                 PERFORM 1400-CHECK-LATER-RECORD
           END-EVALUATE.

      ******************************************************************
      * A journal record is selected when the card named no tables, or
      * named this one. With no tables named, a table since retired
      * from the directory is passed over (its master is no longer
      * maintained, so a reversing card could only be rejected).
      ******************************************************************
       1300-CHECK-TABLE-SELECTED.
           MOVE "N" TO WS-SELECT-SW
           IF WS-ALL-TABLES-SW = "Y"
              MOVE JRN-TABLE-ID TO WS-TDIR-FIND-ID
              PERFORM 0250-FIND-DIRECTORY-ENTRY
              IF WS-TDIR-HIT-IDX > ZERO
                 MOVE "Y" TO WS-SELECT-SW
              END-IF
           ELSE
              PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                 UNTIL WS-PARM-IDX > 10
                 IF BKO-PARM-TABLE-ID (WS-PARM-IDX) = JRN-TABLE-ID
                    MOVE "Y" TO WS-SELECT-SW
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * A later record touches a backed-out entry when either of its
      * images carries the key of either image of a kept record on
      * the same table - the code on a code table, the whole triple
      * on the combination master. Each such later record is listed
      * once.
      ******************************************************************
       1400-CHECK-LATER-RECORD.
           MOVE JRN-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           MOVE 6 TO WS-KEY-LEN
           IF WS-TDIR-HIT-IDX > ZERO
              IF TDIR-TYPE (WS-TDIR-HIT-IDX) = "X"
                 MOVE 18 TO WS-KEY-LEN
              END-IF
           END-IF
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
              UNTIL WS-BKO-IDX > WS-BKO-COUNT
              MOVE WS-BKO-ENTRY (WS-BKO-IDX) TO WS-JRNL-WORK
              IF WS-JRN-TABLE-ID = JRN-TABLE-ID
                    AND ((JRN-BEFORE NOT = SPACES
                    AND (JRN-BEFORE (1:WS-KEY-LEN)
                       = WS-JRN-BEFORE (1:WS-KEY-LEN)
                    OR JRN-BEFORE (1:WS-KEY-LEN)
                       = WS-JRN-AFTER (1:WS-KEY-LEN)))
                    OR (JRN-AFTER NOT = SPACES
                    AND (JRN-AFTER (1:WS-KEY-LEN)
                       = WS-JRN-BEFORE (1:WS-KEY-LEN)
                    OR JRN-AFTER (1:WS-KEY-LEN)
                       = WS-JRN-AFTER (1:WS-KEY-LEN))))
                 ADD 1 TO WS-LATER-COUNT
                 MOVE JRN-TABLE-ID TO WS-LATER-TABLE
                 IF JRN-AFTER NOT = SPACES
                    MOVE JRN-AFTER (1:WS-KEY-LEN) TO WS-LATER-KEY
                 ELSE
                    MOVE JRN-BEFORE (1:WS-KEY-LEN) TO WS-LATER-KEY
                 END-IF
                 MOVE JRN-BUS-DATE TO WS-LATER-DATE
                 MOVE WS-LATER-LINE TO BKO-RPT-LINE
                 WRITE BKO-RPT-LINE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
      * 2000-REVERSE-ONE writes the card that undoes the journal record
      * at WS-BKO-IDX. On the combination master the triple goes in
      * the code, new-code, and first six description columns, the
      * way BTABMNT reads a combination card.
      ******************************************************************
       2000-REVERSE-ONE.
           MOVE WS-BKO-ENTRY (WS-BKO-IDX) TO WS-JRNL-WORK
           MOVE WS-JRN-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           MOVE TDIR-TYPE (WS-TDIR-HIT-IDX) TO WS-CUR-TABLE-TYPE
           MOVE SPACES TO BKO-TRAN-RECORD
           MOVE WS-JRN-TABLE-ID TO BTRN-TABLE-ID
           MOVE ZERO TO BTRN-EFF-DATE
           MOVE ZERO TO BTRN-EXP-DATE
           EVALUATE WS-JRN-ACTION
              WHEN "A"
                 MOVE "D" TO BTRN-ACTION
                 PERFORM 2100-REVERSE-ADD
                 ADD 1 TO WS-DEL-COUNT
              WHEN "D"
                 MOVE "A" TO BTRN-ACTION
                 PERFORM 2200-REVERSE-DELETE
                 ADD 1 TO WS-ADD-COUNT
              WHEN OTHER
                 MOVE "C" TO BTRN-ACTION
                 PERFORM 2300-REVERSE-CHANGE
                 ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE
           MOVE ZERO TO BTRN-APPLY-DATE
           MOVE "B" TO BTRN-SOURCE
           ADD 1 TO WS-TRAN-COUNT
           WRITE BKO-TRAN-RECORD
           MOVE WS-JRN-TABLE-ID TO WS-REV-TABLE
           MOVE WS-JRN-ACTION TO WS-REV-ORIG-ACTION
           MOVE BTRN-ACTION TO WS-REV-ACTION
           MOVE WS-JRN-SOURCE TO WS-REV-SOURCE
           MOVE BTRN-DESC TO WS-REV-DESC
           IF WS-CUR-TABLE-TYPE = "X"
              MOVE BTRN-COMB-KEY TO WS-REV-KEY
              MOVE SPACES TO WS-REV-DESC
           ELSE
              MOVE BTRN-CODE TO WS-REV-KEY
              IF BTRN-ACTION = "C" AND BTRN-NEW-CODE NOT = BTRN-CODE
                 MOVE BTRN-NEW-CODE TO WS-REV-KEY (8:6)
              END-IF
           END-IF
           MOVE WS-REV-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.

       2100-REVERSE-ADD.
           IF WS-CUR-TABLE-TYPE = "X"
              MOVE WS-JRN-AFT-COMB-KEY TO BTRN-COMB-KEY
           ELSE
              MOVE WS-JRN-AFT-CODE TO BTRN-CODE
           END-IF.

       2200-REVERSE-DELETE.
           IF WS-CUR-TABLE-TYPE = "X"
              MOVE WS-JRN-BEF-COMB-KEY TO BTRN-COMB-KEY
              MOVE WS-JRN-BEF-COMB-STATUS TO BTRN-STATUS
              MOVE WS-JRN-BEF-COMB-EFF-DATE TO BTRN-EFF-DATE
              MOVE WS-JRN-BEF-COMB-EXP-DATE TO BTRN-EXP-DATE
           ELSE
              MOVE WS-JRN-BEF-CODE TO BTRN-CODE
              MOVE WS-JRN-BEF-CODE TO BTRN-NEW-CODE
              MOVE WS-JRN-BEF-DESC TO BTRN-DESC
              MOVE WS-JRN-BEF-STATUS TO BTRN-STATUS
              MOVE WS-JRN-BEF-EFF-DATE TO BTRN-EFF-DATE
              MOVE WS-JRN-BEF-EXP-DATE TO BTRN-EXP-DATE
           END-IF.

      ******************************************************************
      * A change is undone from the after image's key back to the
      * before image: the code it has now in the code column and the
      * code it had in the new-code column, which re-keys a re-keyed
      * entry back and is the same code otherwise.
      ******************************************************************
       2300-REVERSE-CHANGE.
           IF WS-CUR-TABLE-TYPE = "X"
              MOVE WS-JRN-BEF-COMB-KEY TO BTRN-COMB-KEY
              MOVE WS-JRN-BEF-COMB-STATUS TO BTRN-STATUS
              MOVE WS-JRN-BEF-COMB-EFF-DATE TO BTRN-EFF-DATE
              MOVE WS-JRN-BEF-COMB-EXP-DATE TO BTRN-EXP-DATE
           ELSE
              MOVE WS-JRN-AFT-CODE TO BTRN-CODE
              MOVE WS-JRN-BEF-CODE TO BTRN-NEW-CODE
              MOVE WS-JRN-BEF-DESC TO BTRN-DESC
              MOVE WS-JRN-BEF-STATUS TO BTRN-STATUS
              MOVE WS-JRN-BEF-EFF-DATE TO BTRN-EFF-DATE
              MOVE WS-JRN-BEF-EXP-DATE TO BTRN-EXP-DATE
           END-IF.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "CONTROL TOTALS" TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  JOURNAL RECORDS READ: " TO WS-TOTAL-LABEL
           MOVE WS-JRNL-READ-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  EARLIER RUNS SKIPPED: " TO WS-TOTAL-LABEL
           MOVE WS-SKIP-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  DELETES GENERATED:    " TO WS-TOTAL-LABEL
           MOVE WS-DEL-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  ADDS GENERATED:       " TO WS-TOTAL-LABEL
           MOVE WS-ADD-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  CHANGES GENERATED:    " TO WS-TOTAL-LABEL
           MOVE WS-CHANGE-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  TRANSACTIONS WRITTEN: " TO WS-TOTAL-LABEL
           MOVE WS-TRAN-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE "  LATER MAINTENANCE:    " TO WS-TOTAL-LABEL
           MOVE WS-LATER-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.

           COPY NUMSBDP.
           COPY NUMSTDP.
       END PROGRAM BTABBKO.
