       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSDORMNT.
      ******************************************************************
      * BSDORMNT is the dormant-code and upcoming-expiry report. The
      * audit reports show which codes are being missed; this one
      * shows the other side - master codes nobody looks up, and
      * codes still in use that are about to expire. It loads every
      * code table on the TABDIR directory (or those named on the
      * DORMPARM card), reads the archived audit history generations
      * and the live audit files the way BSAUDTRD does (NUMSHIST /
      * NUMSAUD for the NUMS table, GENHIST / GENAUD for every table
      * BSRCHGEN searches), and writes to DORMRPT:
      *   - every active code with no lookup since the dormancy cutoff
      *     (the business date less the DORMPARM number of months),
      *     with its last lookup date,
      *   - every active code expiring within 30, 60, and 90 days of
      *     the business date, with its lookups over the last 30 days
      *     and since the cutoff, and the successor XWALK already
      *     names for it, so heavy users can be extended or redirected
      *     before their transactions start coming back "E".
      * A lookup counts for the code keyed, for the successor it was
      * redirected to, and - on a combination record - for each of
      * its BRCH, PROD, and NUMS codes. A code that only became
      * effective after the cutoff has not been on file the whole
      * window and is never called dormant.
      *
      * The dormant codes are also written to DORMTRAN as a proposed
      * maintenance deck in the BTABTRAN layout - a CHANGE to status
      * "I" carrying the code's current description and dates, source
      * byte "D", bracketed by the header and trailer controls BTABMNT
      * verifies. The deck is for review: pull any card for a code to
      * be kept, and route what is left in as a night's BTABTRAN.
      *
      * DORMPARM: columns 1-2 the dormancy window in months (01-99),
      * columns 3-42 up to ten table ids; no table ids means every
      * code table on the directory. When the audit history on file
      * does not reach back to the cutoff, no code can be shown to
      * have gone unused for the whole window: the dormant section
      * and the deck are left empty and the report says so.
      * Return code 4 when a dormant code is proposed, an expiring
      * code still has lookups, or the history is too short.
      * Read-only: the masters and audit files are left untouched.
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
           SELECT XWALK-FILE ASSIGN TO "XWALK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XWLK-STATUS.
           SELECT DORM-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TAB-MASTER ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DRM-NAUD ASSIGN TO DYNAMIC WS-NAUD-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NAUD-STATUS.
           SELECT DRM-GAUD ASSIGN TO DYNAMIC WS-GAUD-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GAUD-STATUS.
           SELECT DORM-TRAN ASSIGN TO "DORMTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DORM-RPT ASSIGN TO "DORMRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  XWALK-FILE.
           COPY NUMSXWC.
       FD  DORM-PARM-FILE.
       01  DORM-PARM-RECORD.
           03  DORM-PARM-MONTHS       PIC X(2).
           03  DORM-PARM-TABLE-ID     PIC X(4) OCCURS 10 TIMES.
       FD  TAB-MASTER.
           COPY NUMSFILE.
       FD  DRM-NAUD.
       01  DRM-NAUD-RECORD.
           03  AUD-TIMESTAMP          PIC X(21).
           03  AUD-VALUE              PIC X(6).
           03  AUD-STATUS             PIC X(1).
           03  AUD-IDX                PIC 9(4).
           03  AUD-RESOLVED-CODE      PIC X(6).
           03  AUD-SUPP-SEQ           PIC X(3).
       FD  DRM-GAUD.
       01  DRM-GAUD-RECORD.
           03  GAUD-TIMESTAMP         PIC X(21).
           03  GAUD-TABLE-ID          PIC X(4).
           03  GAUD-VALUE             PIC X(6).
           03  GAUD-STATUS            PIC X(1).
           03  GAUD-IDX               PIC 9(4).
           03  GAUD-COMB-PROD         PIC X(6).
           03  GAUD-COMB-NUMS         PIC X(6).
           03  GAUD-FAIL-TABLE        PIC X(4).
           03  GAUD-RESOLVED-CODE     PIC X(6).
           03  GAUD-SUPP-SEQ          PIC X(3).
      * DORMTRAN detail records are the BTABTRAN layout, bracketed by
      * the same header "H" + business date and trailer "T" + detail
      * count controls BTABMNT checks on the day's keyed cards.
       FD  DORM-TRAN.
       01  DORM-TRAN-RECORD.
           03  DTRN-TABLE-ID          PIC X(4).
           03  DTRN-ACTION            PIC X(1).
           03  DTRN-CODE              PIC X(6).
           03  DTRN-NEW-CODE          PIC X(6).
           03  DTRN-DESC              PIC X(20).
           03  DTRN-STATUS            PIC X(1).
           03  DTRN-EFF-DATE          PIC 9(8).
           03  DTRN-EXP-DATE          PIC 9(8).
           03  DTRN-APPLY-DATE        PIC 9(8).
           03  DTRN-SOURCE            PIC X(1).
       01  DORM-TRAN-CONTROL.
           03  DTRN-CTL-TYPE          PIC X(1).
           03  DTRN-CTL-DATE          PIC 9(8).
       01  DORM-TRAN-TRAILER.
           03  DTRN-TRL-TYPE          PIC X(1).
           03  DTRN-TRL-COUNT         PIC 9(6).
       FD  DORM-RPT.
       01  DORM-RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
           COPY NUMSREC.
           COPY NUMSXWW.
       01  WS-MASTER-DDNAME           PIC X(8).
       01  WS-NAUD-DDNAME             PIC X(8).
       01  WS-GAUD-DDNAME             PIC X(8).
       01  WS-NAUD-STATUS             PIC X(2).
       01  WS-GAUD-STATUS             PIC X(2).
       01  WS-EOF-SW                  PIC X VALUE "N".
       01  WS-ALL-TABLES-SW           PIC X VALUE "Y".
       01  WS-SELECT-SW               PIC X VALUE "N".
       01  WS-PARM-IDX                PIC 9(4) COMP VALUE ZERO.
       01  WS-DORM-MONTHS             PIC 9(2) VALUE ZERO.
      ******************************************************************
      * Every selected code table, keyed table id + code, with what
      * the audit history shows of its use. The masters are appended
      * in ascending table id order and each is ascending by code, so
      * the whole table is ascending on its key for SEARCH ALL.
      ******************************************************************
       01  CODE-AREA.
           03  CODE-COUNT             PIC 9(4) COMP VALUE ZERO.
           03  CODE-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CODE-COUNT
                   ASCENDING KEY CODE-KEY
                   INDEXED BY CODE-IDX.
               05  CODE-KEY.
                   07  CODE-TABLE-ID  PIC X(4).
                   07  CODE-VALUE     PIC X(6).
               05  CODE-DESC          PIC X(20).
               05  CODE-STATUS        PIC X(1).
               05  CODE-EFF-DATE      PIC 9(8).
               05  CODE-EXP-DATE      PIC 9(8).
               05  CODE-LAST-LOOKUP   PIC 9(8).
               05  CODE-WINDOW-COUNT  PIC 9(7).
               05  CODE-RECENT-COUNT  PIC 9(7).
       01  WS-PREV-KEY                PIC X(10) VALUE LOW-VALUES.
       01  WS-POST-KEY.
           03  WS-POST-TABLE-ID       PIC X(4).
           03  WS-POST-CODE           PIC X(6).
       01  WS-REC-DATE                PIC 9(8) VALUE ZERO.
       01  WS-HIST-FROM-DATE          PIC 9(8) VALUE 99999999.
       01  WS-HIST-SHORT-SW           PIC X VALUE "N".
      ******************************************************************
      * The cutoff is the business date less the window in months, on
      * the same day of the month, or the month's last day when the
      * business date's day does not exist in it.
      ******************************************************************
       01  WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           03  WS-CUT-YYYY            PIC 9(4).
           03  WS-CUT-MM              PIC 9(2).
           03  WS-CUT-DD              PIC 9(2).
       01  WS-MONTH-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
           03  WS-MEND-YYYY           PIC 9(4).
           03  WS-MEND-MM             PIC 9(2).
           03  WS-MEND-DD             PIC 9(2).
       01  WS-MONTH-NO                PIC 9(6) VALUE ZERO.
       01  WS-MONTH-REM               PIC 9(2) VALUE ZERO.
       01  WS-BUS-DAY                 PIC 9(7) VALUE ZERO.
       01  WS-RECENT-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-DAYS-LEFT               PIC 9(7) VALUE ZERO.
       01  WS-BAND                    PIC 9(1) VALUE ZERO.
       01  WS-BAND-LOW                PIC 9(3) VALUE ZERO.
       01  WS-BAND-HIGH               PIC 9(3) VALUE ZERO.
       01  WS-BAND-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-NAUD-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-GAUD-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DORMANT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-EXPIRING-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-EXP-USED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TRAN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-DORM-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DL-TABLE            PIC X(4).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-DL-CODE             PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-DL-DESC             PIC X(20).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-DL-EFF-DATE         PIC 9(8).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DL-EXP-DATE         PIC 9(8).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DL-LAST             PIC X(8).
       01  WS-EXP-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-EL-TABLE            PIC X(4).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-EL-CODE             PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-EL-DESC             PIC X(20).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-EL-EXP-DATE         PIC 9(8).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-EL-DAYS             PIC ZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-EL-RECENT           PIC ZZZZZZ9.
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-EL-WINDOW           PIC ZZZZZZ9.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-EL-SUCCESSOR        PIC X(6).
       01  WS-TOTAL-LINE.
           03  WS-TOTAL-LABEL         PIC X(30).
           03  WS-TOTAL-NUMBER        PIC ZZZZZZZZ9.
       01  WS-MONTHS-OUT              PIC Z9.
       01  WS-BAND-LOW-OUT            PIC Z9.
       01  WS-BAND-HIGH-OUT           PIC Z9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-BUSINESS-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           PERFORM 0300-LOAD-CROSSWALK
           PERFORM 1000-READ-PARM
           PERFORM 1100-SET-DATES
           PERFORM 1200-LOAD-CODE-TABLES
           MOVE "NUMSHIST" TO WS-NAUD-DDNAME
           PERFORM 2000-READ-NUMS-FILE
           MOVE "NUMSAUD " TO WS-NAUD-DDNAME
           PERFORM 2000-READ-NUMS-FILE
           MOVE "GENHIST " TO WS-GAUD-DDNAME
           PERFORM 2200-READ-GEN-FILE
           MOVE "GENAUD  " TO WS-GAUD-DDNAME
           PERFORM 2200-READ-GEN-FILE
           IF WS-HIST-FROM-DATE > WS-CUTOFF-DATE
              MOVE "Y" TO WS-HIST-SHORT-SW
           END-IF
           OPEN OUTPUT DORM-RPT
           OPEN OUTPUT DORM-TRAN
           MOVE "H" TO DTRN-CTL-TYPE
           MOVE WS-BUS-DATE TO DTRN-CTL-DATE
           WRITE DORM-TRAN-CONTROL
           PERFORM 7000-WRITE-HEADING
           PERFORM 7100-WRITE-DORMANT
           PERFORM 7200-WRITE-EXPIRING
           MOVE "T" TO DTRN-TRL-TYPE
           MOVE WS-TRAN-COUNT TO DTRN-TRL-COUNT
           WRITE DORM-TRAN-TRAILER
           CLOSE DORM-TRAN
           PERFORM 7900-WRITE-SUMMARY
           CLOSE DORM-RPT
           DISPLAY "DORMANT CODES PROPOSED: " WS-DORMANT-COUNT
              "  EXPIRING WITHIN 90 DAYS: " WS-EXPIRING-COUNT
           IF WS-DORMANT-COUNT > ZERO OR WS-EXP-USED-COUNT > ZERO
                 OR WS-HIST-SHORT-SW = "Y"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The window must be 01-99 months, and every table id named must
      * be an active code table on the directory - the combination
      * master holds no codes of its own.
      ******************************************************************
       1000-READ-PARM.
           OPEN INPUT DORM-PARM-FILE
           READ DORM-PARM-FILE
              AT END
                 DISPLAY "ABEND: DORMPARM CONTROL CARD MISSING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE DORM-PARM-FILE
           IF DORM-PARM-MONTHS NOT NUMERIC
                 OR DORM-PARM-MONTHS = "00"
              DISPLAY "ABEND: DORMPARM MONTHS NOT 01-99: "
                 DORM-PARM-MONTHS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE DORM-PARM-MONTHS TO WS-DORM-MONTHS
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
              UNTIL WS-PARM-IDX > 10
              IF DORM-PARM-TABLE-ID (WS-PARM-IDX) NOT = SPACES
                 MOVE "N" TO WS-ALL-TABLES-SW
                 MOVE DORM-PARM-TABLE-ID (WS-PARM-IDX)
                    TO WS-TDIR-FIND-ID
                 PERFORM 0250-FIND-DIRECTORY-ENTRY
                 IF WS-TDIR-HIT-IDX = ZERO
                    DISPLAY "ABEND: DORMPARM TABLE ID UNKNOWN: "
                       WS-TDIR-FIND-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF TDIR-TYPE (WS-TDIR-HIT-IDX) = "X"
                    DISPLAY "ABEND: DORMPARM TABLE IS NOT A CODE "
                       "TABLE: " WS-TDIR-FIND-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.

       1100-SET-DATES.
           MOVE WS-BUS-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-MONTH-NO =
              WS-CUT-YYYY * 12 + WS-CUT-MM - 1 - WS-DORM-MONTHS
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-CUT-YYYY
              REMAINDER WS-MONTH-REM
           COMPUTE WS-CUT-MM = WS-MONTH-REM + 1
           IF WS-CUT-DD > 28
              PERFORM 1150-CLAMP-CUTOFF-DAY
           END-IF
           COMPUTE WS-BUS-DAY = FUNCTION INTEGER-OF-DATE (WS-BUS-DATE)
           COMPUTE WS-RECENT-FROM-DATE =
              FUNCTION DATE-OF-INTEGER (WS-BUS-DAY - 29).

      ******************************************************************
      * The last day of the cutoff month is the day before the first
      * of the month after it.
      ******************************************************************
       1150-CLAMP-CUTOFF-DAY.
           MOVE WS-CUTOFF-DATE TO WS-MONTH-END-DATE
           MOVE 1 TO WS-MEND-DD
           IF WS-MEND-MM = 12
              MOVE 1 TO WS-MEND-MM
              ADD 1 TO WS-MEND-YYYY
           ELSE
              ADD 1 TO WS-MEND-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) - 1)
           IF WS-CUT-DD > WS-MEND-DD
              MOVE WS-MEND-DD TO WS-CUT-DD
           END-IF.

      ******************************************************************
      * Each selected code table's master is read under the DD name
      * the directory gives it. A master out of ascending code order
      * abends the run: SEARCH ALL silently answers wrong against one.
      ******************************************************************
       1200-LOAD-CODE-TABLES.
           MOVE ZERO TO CODE-COUNT
           PERFORM VARYING WS-TDIR-IDX FROM 1 BY 1
              UNTIL WS-TDIR-IDX > TDIR-COUNT
              PERFORM 1300-CHECK-TABLE-SELECTED
              IF WS-SELECT-SW = "Y"
                 PERFORM 1250-LOAD-ONE-MASTER
              END-IF
           END-PERFORM.

       1250-LOAD-ONE-MASTER.
           MOVE TDIR-MASTER-DD (WS-TDIR-IDX) TO WS-MASTER-DDNAME
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TAB-MASTER
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ TAB-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO CODE-COUNT
                    IF CODE-COUNT > 5000
                       DISPLAY "ABEND: CODE TABLES EXCEED 5000 CODES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE TDIR-ID (WS-TDIR-IDX)
                       TO CODE-TABLE-ID (CODE-COUNT)
                    MOVE NUMS-MASTER-CODE TO CODE-VALUE (CODE-COUNT)
                    IF CODE-KEY (CODE-COUNT) NOT > WS-PREV-KEY
                       DISPLAY "ABEND: " WS-MASTER-DDNAME
                          " NOT ASCENDING AT " NUMS-MASTER-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE CODE-KEY (CODE-COUNT) TO WS-PREV-KEY
                    MOVE NUMS-MASTER-DESC TO CODE-DESC (CODE-COUNT)
                    MOVE NUMS-MASTER-STATUS
                       TO CODE-STATUS (CODE-COUNT)
                    MOVE NUMS-MASTER-EFF-DATE
                       TO CODE-EFF-DATE (CODE-COUNT)
                    MOVE NUMS-MASTER-EXP-DATE
                       TO CODE-EXP-DATE (CODE-COUNT)
                    MOVE ZERO TO CODE-LAST-LOOKUP (CODE-COUNT)
                    MOVE ZERO TO CODE-WINDOW-COUNT (CODE-COUNT)
                    MOVE ZERO TO CODE-RECENT-COUNT (CODE-COUNT)
              END-READ
           END-PERFORM
           CLOSE TAB-MASTER.

      ******************************************************************
      * A directory entry is selected when the card named no tables
      * (every code table) or named this one.
      ******************************************************************
       1300-CHECK-TABLE-SELECTED.
           MOVE "N" TO WS-SELECT-SW
           IF TDIR-TYPE (WS-TDIR-IDX) NOT = "X"
              IF WS-ALL-TABLES-SW = "Y"
                 MOVE "Y" TO WS-SELECT-SW
              ELSE
                 PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                    UNTIL WS-PARM-IDX > 10
                    IF DORM-PARM-TABLE-ID (WS-PARM-IDX)
                          = TDIR-ID (WS-TDIR-IDX)
                       MOVE "Y" TO WS-SELECT-SW
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      ******************************************************************
      * A file that has not been created yet (status 35) is an empty
      * history, as in BSAUDTRD. The audit timestamp carries the
      * business date the lookup ran under.
      ******************************************************************
       2000-READ-NUMS-FILE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DRM-NAUD
           IF WS-NAUD-STATUS = "35"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ DRM-NAUD
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 2100-POST-ONE-NUMS
              END-READ
           END-PERFORM
           IF WS-NAUD-STATUS NOT = "35"
              CLOSE DRM-NAUD
           END-IF.

       2100-POST-ONE-NUMS.
           ADD 1 TO WS-NAUD-READ-COUNT
           MOVE AUD-TIMESTAMP (1:8) TO WS-REC-DATE
           PERFORM 2500-NOTE-HISTORY-DATE
           MOVE "NUMS" TO WS-POST-TABLE-ID
           MOVE AUD-VALUE TO WS-POST-CODE
           PERFORM 2600-POST-LOOKUP
           IF AUD-RESOLVED-CODE NOT = SPACES
                 AND AUD-RESOLVED-CODE NOT = AUD-VALUE
              MOVE AUD-RESOLVED-CODE TO WS-POST-CODE
              PERFORM 2600-POST-LOOKUP
           END-IF.

       2200-READ-GEN-FILE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DRM-GAUD
           IF WS-GAUD-STATUS = "35"
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ DRM-GAUD
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 2300-POST-ONE-GEN
              END-READ
           END-PERFORM
           IF WS-GAUD-STATUS NOT = "35"
              CLOSE DRM-GAUD
           END-IF.

      ******************************************************************
      * A combination record's value is its BRCH code, and its PROD
      * and NUMS codes ride alongside; BSRCHGEN checked each of the
      * three against its own master before the combination itself.
      ******************************************************************
       2300-POST-ONE-GEN.
           ADD 1 TO WS-GAUD-READ-COUNT
           MOVE GAUD-TIMESTAMP (1:8) TO WS-REC-DATE
           PERFORM 2500-NOTE-HISTORY-DATE
           IF GAUD-COMB-PROD NOT = SPACES
                 OR GAUD-COMB-NUMS NOT = SPACES
              MOVE "BRCH" TO WS-POST-TABLE-ID
              MOVE GAUD-VALUE TO WS-POST-CODE
              PERFORM 2600-POST-LOOKUP
              MOVE "PROD" TO WS-POST-TABLE-ID
              MOVE GAUD-COMB-PROD TO WS-POST-CODE
              PERFORM 2600-POST-LOOKUP
              MOVE "NUMS" TO WS-POST-TABLE-ID
              MOVE GAUD-COMB-NUMS TO WS-POST-CODE
              PERFORM 2600-POST-LOOKUP
           ELSE
              MOVE GAUD-TABLE-ID TO WS-POST-TABLE-ID
              MOVE GAUD-VALUE TO WS-POST-CODE
              PERFORM 2600-POST-LOOKUP
              IF GAUD-RESOLVED-CODE NOT = SPACES
                    AND GAUD-RESOLVED-CODE NOT = GAUD-VALUE
                 MOVE GAUD-RESOLVED-CODE TO WS-POST-CODE
                 PERFORM 2600-POST-LOOKUP
              END-IF
           END-IF.

       2500-NOTE-HISTORY-DATE.
           IF WS-REC-DATE < WS-HIST-FROM-DATE
              MOVE WS-REC-DATE TO WS-HIST-FROM-DATE
           END-IF.

      ******************************************************************
      * A lookup of a code that is not on a selected table - a miss,
      * or a table not being reported - is simply passed over.
      ******************************************************************
       2600-POST-LOOKUP.
           SEARCH ALL CODE-ENTRY
              AT END
                 CONTINUE
              WHEN CODE-KEY (CODE-IDX) = WS-POST-KEY
                 IF WS-REC-DATE > CODE-LAST-LOOKUP (CODE-IDX)
                    MOVE WS-REC-DATE TO CODE-LAST-LOOKUP (CODE-IDX)
                 END-IF
                 IF WS-REC-DATE NOT < WS-CUTOFF-DATE
                    ADD 1 TO CODE-WINDOW-COUNT (CODE-IDX)
                 END-IF
                 IF WS-REC-DATE NOT < WS-RECENT-FROM-DATE
                    ADD 1 TO CODE-RECENT-COUNT (CODE-IDX)
                 END-IF
           END-SEARCH.

       7000-WRITE-HEADING.
           MOVE "DORMANT CODE AND UPCOMING EXPIRY REPORT"
              TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE WS-DORM-MONTHS TO WS-MONTHS-OUT
           MOVE SPACES TO DORM-RPT-LINE
           STRING "BUSINESS DATE " WS-BUS-DATE "  DORMANT AFTER "
              WS-MONTHS-OUT " MONTHS - NO LOOKUP SINCE "
              WS-CUTOFF-DATE DELIMITED BY SIZE INTO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE SPACES TO DORM-RPT-LINE
           IF WS-HIST-FROM-DATE = 99999999
              MOVE "AUDIT HISTORY ON FILE: NONE" TO DORM-RPT-LINE
           ELSE
              STRING "AUDIT HISTORY ON FILE FROM " WS-HIST-FROM-DATE
                 DELIMITED BY SIZE INTO DORM-RPT-LINE
           END-IF
           WRITE DORM-RPT-LINE.

      ******************************************************************
      * Dormant: active, effective since before the cutoff, not yet
      * expired, and no lookup on or after the cutoff. Each is also
      * written to the proposed deck as a CHANGE to inactive.
      ******************************************************************
       7100-WRITE-DORMANT.
           MOVE SPACES TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "DORMANT ACTIVE CODES" TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           IF WS-HIST-SHORT-SW = "Y"
              MOVE "  AUDIT HISTORY DOES NOT REACH BACK TO THE CUTOFF"
                 TO DORM-RPT-LINE
              MOVE " - NO CODES PROPOSED" TO DORM-RPT-LINE (50:20)
              WRITE DORM-RPT-LINE
           ELSE
              MOVE "  TABL CODE   DESCRIPTION          EFFECTIVE"
                 TO DORM-RPT-LINE
              MOVE "EXPIRES   LAST LOOKUP" TO DORM-RPT-LINE (46:21)
              WRITE DORM-RPT-LINE
              PERFORM VARYING CODE-IDX FROM 1 BY 1
                 UNTIL CODE-IDX > CODE-COUNT
                 IF CODE-STATUS (CODE-IDX) = "A"
                       AND CODE-EFF-DATE (CODE-IDX)
                          NOT > WS-CUTOFF-DATE
                       AND CODE-EXP-DATE (CODE-IDX)
                          NOT < WS-BUS-DATE
                       AND CODE-LAST-LOOKUP (CODE-IDX)
                          < WS-CUTOFF-DATE
                    PERFORM 7150-WRITE-ONE-DORMANT
                 END-IF
              END-PERFORM
              IF WS-DORMANT-COUNT = ZERO
                 MOVE "  NONE" TO DORM-RPT-LINE
                 WRITE DORM-RPT-LINE
              END-IF
           END-IF.

       7150-WRITE-ONE-DORMANT.
           ADD 1 TO WS-DORMANT-COUNT
           MOVE CODE-TABLE-ID (CODE-IDX) TO WS-DL-TABLE
           MOVE CODE-VALUE (CODE-IDX) TO WS-DL-CODE
           MOVE CODE-DESC (CODE-IDX) TO WS-DL-DESC
           MOVE CODE-EFF-DATE (CODE-IDX) TO WS-DL-EFF-DATE
           MOVE CODE-EXP-DATE (CODE-IDX) TO WS-DL-EXP-DATE
           IF CODE-LAST-LOOKUP (CODE-IDX) = ZERO
              MOVE "NEVER" TO WS-DL-LAST
           ELSE
              MOVE CODE-LAST-LOOKUP (CODE-IDX) TO WS-DL-LAST
           END-IF
           MOVE WS-DORM-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE SPACES TO DORM-TRAN-RECORD
           MOVE CODE-TABLE-ID (CODE-IDX) TO DTRN-TABLE-ID
           MOVE "C" TO DTRN-ACTION
           MOVE CODE-VALUE (CODE-IDX) TO DTRN-CODE
           MOVE CODE-VALUE (CODE-IDX) TO DTRN-NEW-CODE
           MOVE CODE-DESC (CODE-IDX) TO DTRN-DESC
           MOVE "I" TO DTRN-STATUS
           MOVE CODE-EFF-DATE (CODE-IDX) TO DTRN-EFF-DATE
           MOVE CODE-EXP-DATE (CODE-IDX) TO DTRN-EXP-DATE
           MOVE ZERO TO DTRN-APPLY-DATE
           MOVE "D" TO DTRN-SOURCE
           WRITE DORM-TRAN-RECORD
           ADD 1 TO WS-TRAN-COUNT.

      ******************************************************************
      * Expiring: active and expiring on or after the business date
      * and within 90 days of it, listed in 30-day bands, soonest band
      * first. The XWALK successor is shown when one is already set.
      ******************************************************************
       7200-WRITE-EXPIRING.
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
              COMPUTE WS-BAND-HIGH = WS-BAND * 30
              IF WS-BAND = 1
                 MOVE ZERO TO WS-BAND-LOW
              ELSE
                 COMPUTE WS-BAND-LOW = WS-BAND-HIGH - 29
              END-IF
              MOVE SPACES TO DORM-RPT-LINE
              WRITE DORM-RPT-LINE
              MOVE SPACES TO DORM-RPT-LINE
              MOVE WS-BAND-LOW TO WS-BAND-LOW-OUT
              MOVE WS-BAND-HIGH TO WS-BAND-HIGH-OUT
              STRING "CODES EXPIRING IN " WS-BAND-LOW-OUT " TO "
                 WS-BAND-HIGH-OUT " DAYS" DELIMITED BY SIZE
                 INTO DORM-RPT-LINE
              WRITE DORM-RPT-LINE
              MOVE "  TABL CODE   DESCRIPTION          EXPIRES  "
                 TO DORM-RPT-LINE
              MOVE "DAYS LAST30D  WINDOW  SUCCESSOR"
                 TO DORM-RPT-LINE (45:31)
              WRITE DORM-RPT-LINE
              MOVE ZERO TO WS-BAND-COUNT
              PERFORM VARYING CODE-IDX FROM 1 BY 1
                 UNTIL CODE-IDX > CODE-COUNT
                 IF CODE-STATUS (CODE-IDX) = "A"
                       AND CODE-EXP-DATE (CODE-IDX)
                          NOT < WS-BUS-DATE
                    COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE
                       (CODE-EXP-DATE (CODE-IDX)) - WS-BUS-DAY
                    IF WS-DAYS-LEFT NOT < WS-BAND-LOW
                          AND WS-DAYS-LEFT NOT > WS-BAND-HIGH
                       PERFORM 7250-WRITE-ONE-EXPIRING
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BAND-COUNT = ZERO
                 MOVE "  NONE" TO DORM-RPT-LINE
                 WRITE DORM-RPT-LINE
              END-IF
           END-PERFORM.

       7250-WRITE-ONE-EXPIRING.
           ADD 1 TO WS-BAND-COUNT
           ADD 1 TO WS-EXPIRING-COUNT
           IF CODE-WINDOW-COUNT (CODE-IDX) > ZERO
              ADD 1 TO WS-EXP-USED-COUNT
           END-IF
           MOVE CODE-TABLE-ID (CODE-IDX) TO WS-EL-TABLE
           MOVE CODE-VALUE (CODE-IDX) TO WS-EL-CODE
           MOVE CODE-DESC (CODE-IDX) TO WS-EL-DESC
           MOVE CODE-EXP-DATE (CODE-IDX) TO WS-EL-EXP-DATE
           MOVE WS-DAYS-LEFT TO WS-EL-DAYS
           MOVE CODE-RECENT-COUNT (CODE-IDX) TO WS-EL-RECENT
           MOVE CODE-WINDOW-COUNT (CODE-IDX) TO WS-EL-WINDOW
           MOVE SPACES TO WS-EL-SUCCESSOR
           MOVE CODE-KEY (CODE-IDX) TO WS-XWLK-FIND-KEY
           SEARCH ALL XWLK-ENTRY
              AT END
                 CONTINUE
              WHEN XWLK-KEY (XWLK-IDX) = WS-XWLK-FIND-KEY
                 MOVE XWLK-NEW-CODE (XWLK-IDX) TO WS-EL-SUCCESSOR
           END-SEARCH
           MOVE WS-EXP-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE.

       7900-WRITE-SUMMARY.
           MOVE SPACES TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "CONTROL TOTALS" TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "  CODES EXAMINED:" TO WS-TOTAL-LABEL
           MOVE CODE-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "  NUMS AUDIT RECORDS READ:" TO WS-TOTAL-LABEL
           MOVE WS-NAUD-READ-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "  GEN AUDIT RECORDS READ:" TO WS-TOTAL-LABEL
           MOVE WS-GAUD-READ-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "  DORMANT CODES:" TO WS-TOTAL-LABEL
           MOVE WS-DORMANT-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "  EXPIRING WITHIN 90 DAYS:" TO WS-TOTAL-LABEL
           MOVE WS-EXPIRING-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "    WITH LOOKUPS IN WINDOW:" TO WS-TOTAL-LABEL
           MOVE WS-EXP-USED-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE
           MOVE "  PROPOSED TRANSACTIONS:" TO WS-TOTAL-LABEL
           MOVE WS-TRAN-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO DORM-RPT-LINE
           WRITE DORM-RPT-LINE.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSEFF.
           COPY NUMSXWP.
       END PROGRAM BSDORMNT.
