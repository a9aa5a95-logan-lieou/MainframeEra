           SELECT NUMS-RSLT ASSIGN TO "NUMSRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT XWALK-FILE ASSIGN TO "XWALK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XWLK-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
      * transactions, each carrying the number of nights the value
      * has already missed (zero for fresh work). A raw keyed file
      * with no aging column still reads cleanly - the count comes up
      * as spaces and is treated as zero. A value an analyst has put
      * on hold also carries the hold-until date from its resolution
      * card, passed straight through to the suspense record.
      ******************************************************************
      * TRANSIN also carries control records: a header "H" + business
      * date as its first record and a trailer "T" + detail count as
      * its last, both verified so a truncated transfer or a stale
      * file abends instead of processing as a short or wrong day.
      * A late file that missed the nightly cutoff is searched by the
      * BSSUPP supplemental job instead, the night after, and carries
      * its supplemental sequence number (001-999) after the date on
      * its header. The nightly header leaves those columns blank, so
      * a numeric sequence above zero is what puts the run into
      * supplemental mode: the misses are appended to the suspense
      * file BSUSPRCY will recycle tonight instead of replacing it,
      * and the audit records, the results header, the checkpoint,
      * and the step statistics function ("SUPP" + sequence) all
      * carry the sequence.
       FD  TRANS-IN.
       01  TRANS-IN-RECORD.
           03  TRANS-IN-VALUE         PIC X(6).
           03  TRANS-IN-AGE           PIC 9(2).
           03  TRANS-IN-HOLD-DATE     PIC 9(8).
       01  TRANS-IN-CONTROL.
           03  TRANS-CTL-TYPE         PIC X(1).
           03  TRANS-CTL-DATE         PIC 9(8).
           03  TRANS-CTL-SUPP-SEQ     PIC X(3).
       01  TRANS-IN-TRAILER.
           03  FILLER                 PIC X(1).
           03  TRANS-CTL-COUNT        PIC 9(6).
      * AUD-RESOLVED-CODE is the code the value was answered against:
      * the value itself on "F" and "E", the successor on "R"
      * (redirected through the XWALK crosswalk, with AUD-IDX on the
      * successor's entry), and spaces on "N". AUD-SUPP-SEQ is the
      * supplemental sequence that searched it, zero for the nightly
      * run (records written before the field existed carry spaces,
      * which also mean nightly).
       FD  NUMS-AUDIT.
       01  NUMS-AUDIT-RECORD.
           03  AUD-TIMESTAMP          PIC X(21).
           03  AUD-VALUE              PIC X(6).
           03  AUD-STATUS             PIC X(1).
           03  AUD-IDX                PIC 9(4).
           03  AUD-RESOLVED-CODE      PIC X(6).
           03  AUD-SUPP-SEQ           PIC 9(3).
       FD  NUMS-SUSP.
       01  NUMS-SUSP-RECORD.
           03  SUSP-VALUE             PIC X(6).
           03  SUSP-AGE               PIC 9(2).
           03  SUSP-HOLD-DATE         PIC 9(8).
      * The checkpoint file holds one record, rewritten as the run
      * progresses: "R" while transactions are being processed, with
      * the run date, the last transaction number processed, and the
      * completes. A restart the same night finds the "R" record,
      * skips forward past the transactions already processed, and
      * continues appending audit records where the failed run
      * stopped instead of duplicating them from the top. The record
      * also carries the supplemental sequence of the run that wrote
      * it (zero for the nightly run), so a restart only resumes the
      * run it belongs to.
      * NUMSRSLT is the machine-readable companion to the audit file:
      * one record per detail transaction, carrying the input value, its
      * disposition ("F" found, "E" found but not effective, "R" retired
      * and redirected to its successor on the XWALK crosswalk, "N" not
      * found), the code it resolved to (spaces on a miss), and the full
      * matched master entry - the successor's on a redirect, spaces and
      * zeros on a miss - so downstream systems can consume the night's
      * reconciliation directly instead of re-deriving it from the
      * master the next morning. The file carries its own header "H" +
      * business date and trailer "T" + detail count, the same controls
      * TRANSMRG carries. A supplemental run's header also carries its
      * sequence after the date.
       FD  NUMS-RSLT.
       01  NUMS-RSLT-RECORD.
           03  RSLT-VALUE             PIC X(6).
           03  RSLT-STATUS            PIC X(1).
           03  RSLT-EFF-DATE          PIC 9(8).
           03  RSLT-EXP-DATE          PIC 9(8).
           03  RSLT-RESOLVED-CODE     PIC X(6).
       01  NUMS-RSLT-CONTROL.
           03  RSLT-CTL-TYPE          PIC X(1).
           03  RSLT-CTL-DATE          PIC 9(8).
           03  RSLT-CTL-SUPP-SEQ      PIC X(3).
       01  NUMS-RSLT-TRAILER.
           03  RSLT-TRL-TYPE          PIC X(1).
           03  RSLT-TRL-COUNT         PIC 9(6).
           03  CHKPT-TRANS-NUM        PIC 9(6).
           03  CHKPT-MISS-COUNT       PIC 9(4).
           03  CHKPT-EXPIRED-COUNT    PIC 9(4).
           03  CHKPT-SUPP-SEQ         PIC X(3).
       FD  XWALK-FILE.
           COPY NUMSXWC.
      * The step statistics record appended to RUNSTATS counts every
      * TRANSIN detail as read, including those a resumed run skips,
      * and carries the resume switch and skip count beside it; the
      * audit, results, and suspense records this run wrote are
      * counted as written.
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSREC.
           COPY NUMSXWW.
           COPY NUMSBDW.
           COPY NUMSSTW.
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-HDR-SEEN-SW             PIC X VALUE "N".
       01  WS-TRL-SEEN-SW             PIC X VALUE "N".
       01  WS-SKIP-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-RSLT-EXIST-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-RESUME-SW               PIC X VALUE "N".
       01  WS-SUPP-SEQ                PIC 9(3) VALUE ZERO.
       01  WS-SUPP-SEQ-X REDEFINES WS-SUPP-SEQ
                                      PIC X(3).
       01  WS-CHKPT-SEQ               PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSEARCH " TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-NUMS-RUN-DATE
           PERFORM 1050-READ-RUN-HEADER
           PERFORM 1000-LOAD-NUMS-TABLE
           PERFORM 9000-VALIDATE-NUMS-TABLE
           PERFORM 0300-LOAD-CROSSWALK
           MOVE "NUMS" TO WS-XWLK-FIND-TABLE
           PERFORM 1200-READ-CHECKPOINT
           PERFORM 1100-OPEN-AUDIT-FILE
           PERFORM 1300-OPEN-SUSPENSE-FILE
           IF WS-MISS-COUNT > ZERO OR WS-EXPIRED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-DETAIL-COUNT TO WS-STA-READ
           MOVE WS-RESUME-SW TO WS-STA-RESUMED-SW
           MOVE WS-SKIP-COUNT TO WS-STA-SKIPPED
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

       1000-LOAD-NUMS-TABLE.
           END-PERFORM
           CLOSE NUMS-MASTER.

      ******************************************************************
      * The header is looked at before anything is opened for output,
      * since the supplemental sequence on it decides how the
      * suspense and results files are opened. The header itself is
      * verified in full by the main pass; a file that does not start
      * with one is left for 2100-CHECK-ONE-TRANS to abend on.
      ******************************************************************
       1050-READ-RUN-HEADER.
           OPEN INPUT TRANS-IN
           READ TRANS-IN
              AT END
                 CONTINUE
              NOT AT END
                 IF TRANS-CTL-TYPE = "H"
                       AND TRANS-CTL-SUPP-SEQ NUMERIC
                    MOVE TRANS-CTL-SUPP-SEQ TO WS-SUPP-SEQ
                 END-IF
           END-READ
           CLOSE TRANS-IN
           IF WS-SUPP-SEQ > ZERO
              STRING "SUPP" WS-SUPP-SEQ-X DELIMITED BY SIZE
                 INTO WS-STA-FUNCTION
              DISPLAY "SUPPLEMENTAL RUN " WS-SUPP-SEQ-X
                 " FOR BUSINESS DATE " WS-NUMS-RUN-DATE
           END-IF.

      ******************************************************************
      * NUMSAUD is opened EXTEND (append) so prior audit history is
      * kept. On the very first run the file won't exist yet (status

      ******************************************************************
      * A prior incomplete run tonight leaves an "R" checkpoint for
      * the run date and the same supplemental sequence: resume by
      * skipping that many transactions and restoring the running
      * counts. A "C" record, a stale date, another run's sequence,
      * or no checkpoint file at all means a normal fresh run.
      ******************************************************************
       1200-READ-CHECKPOINT.
           OPEN INPUT NUMS-CHKPT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CHKPT-SUPP-SEQ NUMERIC
                       MOVE CHKPT-SUPP-SEQ TO WS-CHKPT-SEQ
                    END-IF
                    IF CHKPT-STATUS-BYTE = "R"
                          AND CHKPT-DATE = WS-NUMS-RUN-DATE
                          AND WS-CHKPT-SEQ = WS-SUPP-SEQ
                       MOVE "Y" TO WS-RESUME-SW
                       MOVE CHKPT-TRANS-NUM TO WS-SKIP-COUNT
                       MOVE CHKPT-MISS-COUNT TO WS-MISS-COUNT
      ******************************************************************
      * On a resumed run the suspense records the failed run already
      * wrote are kept (OPEN EXTEND); a fresh run starts the file
      * over. A supplemental run always appends: the file already
      * holds last night's misses, waiting for tonight's recycle.
      ******************************************************************
       1300-OPEN-SUSPENSE-FILE.
           IF WS-RESUME-SW = "Y" OR WS-SUPP-SEQ > ZERO
              OPEN EXTEND NUMS-SUSP
              IF WS-SUSP-STATUS = "35"
                 OPEN OUTPUT NUMS-SUSP
       1410-WRITE-RESULTS-HEADER.
           MOVE "H" TO RSLT-CTL-TYPE
           MOVE WS-NUMS-RUN-DATE TO RSLT-CTL-DATE
           MOVE SPACES TO RSLT-CTL-SUPP-SEQ
           IF WS-SUPP-SEQ > ZERO
              MOVE WS-SUPP-SEQ-X TO RSLT-CTL-SUPP-SEQ
           END-IF
           WRITE NUMS-RSLT-CONTROL.

      * The failed run never reached its trailer, so everything on
                 MOVE TRANS-IN-VALUE TO AUD-VALUE
                 MOVE "N" TO AUD-STATUS
                 MOVE ZERO TO AUD-IDX
                 MOVE SPACES TO AUD-RESOLVED-CODE
                 PERFORM 3100-WRITE-AUDIT-RECORD
                 PERFORM 3300-WRITE-SUSPENSE-RECORD
                 MOVE "N" TO RSLT-DISP
                 PERFORM 3700-WRITE-MISS-RESULT
              WHEN NUMS (NUMS-IDX) = TRANS-IN-VALUE
                 PERFORM 3200-CHECK-NUMS-EFFECTIVE
                 MOVE "N" TO WS-XWLK-REDIRECT-SW
                 IF WS-NUMS-EFF-SW = "N"
                    PERFORM 3270-REDIRECT-ENTRY
                 END-IF
                 MOVE TRANS-IN-VALUE TO AUD-VALUE
                 MOVE TRANS-IN-VALUE TO AUD-RESOLVED-CODE
                 MOVE NUMS-IDX TO AUD-IDX
                 EVALUATE TRUE
                    WHEN WS-XWLK-REDIRECT-SW = "Y"
                       DISPLAY "REDIRECTED " TRANS-IN-VALUE " TO "
                          WS-XWLK-NEW-CODE " " NUMS-DESC (NUMS-IDX)
                       MOVE WS-XWLK-NEW-CODE TO AUD-RESOLVED-CODE
                       MOVE "R" TO AUD-STATUS
                    WHEN WS-NUMS-EFF-SW = "Y"
                       DISPLAY "Found " TRANS-IN-VALUE " at " NUMS-IDX
                          " " NUMS-DESC (NUMS-IDX)
                       MOVE "F" TO AUD-STATUS
                    WHEN OTHER
                       ADD 1 TO WS-EXPIRED-COUNT
                       DISPLAY "NOT EFFECTIVE " TRANS-IN-VALUE
                          " " NUMS-DESC (NUMS-IDX)
                       MOVE "E" TO AUD-STATUS
                 END-EVALUATE
                 PERFORM 3100-WRITE-AUDIT-RECORD
                 MOVE AUD-STATUS TO RSLT-DISP
                 PERFORM 3600-WRITE-MATCH-RESULT
      * One results record goes out for every detail transaction: the
      * matched entry's description, status, and dates on a hit, and
      * an empty entry on a miss, with RSLT-DISP already set to the
      * same F / E / R / N disposition the audit record carries. On a
      * redirect NUMS-IDX is on the successor's entry.
      ******************************************************************
       3600-WRITE-MATCH-RESULT.
           MOVE TRANS-IN-VALUE TO RSLT-VALUE
           MOVE NUMS-STATUS (NUMS-IDX) TO RSLT-STATUS
           MOVE NUMS-EFF-DATE (NUMS-IDX) TO RSLT-EFF-DATE
           MOVE NUMS-EXP-DATE (NUMS-IDX) TO RSLT-EXP-DATE
           MOVE AUD-RESOLVED-CODE TO RSLT-RESOLVED-CODE
           WRITE NUMS-RSLT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

       3700-WRITE-MISS-RESULT.
           MOVE TRANS-IN-VALUE TO RSLT-VALUE
           MOVE SPACES TO RSLT-STATUS
           MOVE ZERO TO RSLT-EFF-DATE
           MOVE ZERO TO RSLT-EXP-DATE
           MOVE SPACES TO RSLT-RESOLVED-CODE
           WRITE NUMS-RSLT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

      * The timestamp's date portion is the business date, so a run
      * that slips past midnight still files its audit records under
       3100-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-NUMS-RUN-DATE TO AUD-TIMESTAMP (1:8)
           MOVE WS-SUPP-SEQ TO AUD-SUPP-SEQ
           WRITE NUMS-AUDIT-RECORD
           ADD 1 TO WS-STA-WRITTEN.

      ******************************************************************
      * A miss goes to the suspense file so BSUSPRCY can recycle it
      * has had a chance to add the code. The aging count carried on
      * the transaction goes up by one each night it misses; BSUSPRCY
      * rejects the record to the operator report when the count
      * reaches its recycle limit, unless a hold-until date carried
      * from a resolution card has not yet passed.
      ******************************************************************
       3300-WRITE-SUSPENSE-RECORD.
           MOVE TRANS-IN-VALUE TO SUSP-VALUE
           ELSE
              MOVE 01 TO SUSP-AGE
           END-IF
           IF TRANS-IN-HOLD-DATE NUMERIC
              MOVE TRANS-IN-HOLD-DATE TO SUSP-HOLD-DATE
           ELSE
              MOVE ZERO TO SUSP-HOLD-DATE
           END-IF
           WRITE NUMS-SUSP-RECORD
           ADD 1 TO WS-STA-WRITTEN.

      ******************************************************************
      * The one-record checkpoint file is rewritten in place: every
           MOVE WS-DETAIL-COUNT TO CHKPT-TRANS-NUM
           MOVE WS-MISS-COUNT TO CHKPT-MISS-COUNT
           MOVE WS-EXPIRED-COUNT TO CHKPT-EXPIRED-COUNT
           MOVE WS-SUPP-SEQ-X TO CHKPT-SUPP-SEQ
           WRITE CHKPT-RECORD
           CLOSE NUMS-CHKPT.

           COPY NUMSEFF.
           COPY NUMSVAL.
           COPY NUMSBND.
           COPY NUMSXWP.
           COPY NUMSSTP.
       END PROGRAM BSearch.
