      * reconciliation uses, instead of someone browsing the master
      * dataset raw. One INQRPT line per card shows the verdict and,
      * when the code is on the table, its description, status, and
      * effective/expiry dates. A retired code redirected to its
      * successor shows the successor's code and entry.
      *
      * A card with an as-of date is answered with the entry the code
      * actually had on that date, not today's: the MNTJRNL
      * maintenance journal BTABMNT appends to is read for the code
      * (only the latest run of a business date BTABMNT was rerun
      * for), and the after image of its last maintenance on or
      * before the date (or, failing that, the before image of its
      * first maintenance after it) is the entry it had then -
      * absent, if that maintenance deleted it or re-keyed it away.
      * That entry is checked against the date by the NUMSEFF rules
      * (status "A", effective <= date <= expiry), and a second line
      * marks the answer as taken from the journal. A code the
      * journal never mentions has not been maintained since
      * journaling began, so today's entry is the answer. History is
      * not redirected; the crosswalk applies only to today's entry.
      *
      * A card with a search type in column 19 lists entries instead
      * of answering for one code, through the BSIXSRCH search service
      * over the TABLIX inquiry dataset:
      *   "K" keyword  - every code of the table (columns 1-4; blank
      *                  for every code table) whose description
      *                  contains the keyword in columns 25-44
      *   "F" forward  - the codes of the table from the code in
      *                  columns 5-10 onward
      *   "B" backward - the codes of the table from the code in
      *                  columns 5-10 back, nearest first
      *   "L" list     - every code of the table (or of every table)
      * Columns 20-23 limit the number listed (blank: 20 for a browse,
      * otherwise no limit), and column 24 keeps only codes effective
      * ("A"), active but not yet effective ("P"), or neither ("I") as
      * of the date in columns 11-18 (blank: today). Each listed code
      * carries the verdict BSLOOKUP gives for it as of that date, with
      * the successor named on a redirect, and today's entry: the
      * journal is not consulted for a search. A heading line echoes
      * the search, and a count line or the reason it could not be run
      * closes it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INQ-RPT ASSIGN TO "INQRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MNT-JRNL ASSIGN TO "MNTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQ-CARDS.
           03  INQ-TABLE-ID           PIC X(4).
           03  INQ-CODE               PIC X(6).
           03  INQ-DATE               PIC X(8).
           03  INQ-SEARCH-TYPE        PIC X(1).
           03  INQ-MAX-HITS           PIC X(4).
           03  INQ-STATUS-FILTER      PIC X(1).
           03  INQ-KEYWORD            PIC X(20).
       FD  INQ-RPT.
       01  INQ-RPT-LINE               PIC X(80).
       FD  MNT-JRNL.
           COPY NUMSJNC.
       WORKING-STORAGE SECTION.
           COPY NUMSLNK.
           COPY NUMSIXL.
       01  WS-EOF-SW                  PIC X VALUE "N".
      ******************************************************************
      * As-of reconstruction from the journal: each switch is "N" until
      * a qualifying journal record is seen, then "P" (the code was on
      * the table, with the entry in the matching image area) or "A"
      * (it was not).
      ******************************************************************
       01  WS-JRNL-STATUS             PIC X(2).
       01  WS-JRNL-EOF-SW             PIC X VALUE "N".
       01  WS-JRNL-MISSING-SW         PIC X VALUE "N".
       01  WS-ASOF-DATE               PIC 9(8) VALUE ZERO.
       01  WS-HIST-LE-SW              PIC X VALUE "N".
       01  WS-HIST-GT-SW              PIC X VALUE "N".
       01  WS-HIST-SW                 PIC X VALUE "N".
       01  WS-HIST-LE-IMAGE           PIC X(43).
       01  WS-HIST-GT-IMAGE           PIC X(43).
      ******************************************************************
      * The latest BTABMNT run stamp for each business date on the
      * journal, loaded on the first as-of card. A date rerun leaves
      * the superseded run's records on the journal, and only the
      * latest run's describe the masters that were promoted.
      ******************************************************************
       01  WS-STAMPS-LOADED-SW        PIC X VALUE "N".
       01  WS-STAMP-IDX               PIC 9(4) COMP VALUE ZERO.
       01  WS-JRNL-LATEST-SW          PIC X VALUE "N".
       01  WS-STAMP-AREA.
           03  WS-STAMP-COUNT         PIC 9(4) COMP VALUE ZERO.
           03  WS-STAMP-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-STAMP-COUNT.
               05  WS-STAMP-DATE      PIC 9(8).
               05  WS-STAMP-LATEST    PIC 9(14).
       01  WS-HIST-ENTRY.
           03  WS-HIST-CODE           PIC X(6).
           03  WS-HIST-DESC           PIC X(20).
           03  WS-HIST-STATUS         PIC X(1).
           03  WS-HIST-EFF-DATE       PIC 9(8).
           03  WS-HIST-EXP-DATE       PIC 9(8).
       01  WS-HIST-LINE.
           03  FILLER                 PIC X(13) VALUE SPACES.
           03  FILLER                 PIC X(6) VALUE "AS OF ".
           03  WS-HIST-LINE-DATE      PIC 9(8).
           03  FILLER                 PIC X(29)
                   VALUE " FROM THE MAINTENANCE JOURNAL".
       01  WS-INQ-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-VERDICT                 PIC X(1).
       01  WS-SRCH-HEAD-LINE.
           03  WS-SRCH-NAME           PIC X(16).
           03  WS-SRCH-TABLE          PIC X(4).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SRCH-ARG-LABEL      PIC X(8).
           03  WS-SRCH-ARG            PIC X(20).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SRCH-FILTER-LABEL   PIC X(7).
           03  WS-SRCH-FILTER         PIC X(1).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-SRCH-ASOF-LABEL     PIC X(6).
           03  WS-SRCH-ASOF           PIC X(8).
       01  WS-SRCH-END-LINE.
           03  FILLER                 PIC X(13) VALUE SPACES.
           03  WS-SRCH-END-COUNT      PIC ZZZ9.
           03  FILLER                 PIC X(15)
                   VALUE " CODES LISTED".
       01  WS-SRCH-FAIL-LINE.
           03  FILLER                 PIC X(13) VALUE SPACES.
           03  WS-SRCH-FAIL-TEXT      PIC X(60).
       01  WS-DETAIL-LINE.
           03  WS-DET-TABLE           PIC X(4).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-DET-CODE            PIC X(6).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-VERDICT         PIC X(14).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-DET-RESOLVED        PIC X(6).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-DET-DESC            PIC X(20).
           03  FILLER                 PIC X(2) VALUE SPACES.
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-INQ-COUNT
                    IF INQ-SEARCH-TYPE = SPACE
                       PERFORM 2000-ANSWER-ONE-CARD
                    ELSE
                       PERFORM 4000-ANSWER-SEARCH-CARD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INQ-CARDS
              MOVE ZERO TO LNK-DATE
           END-IF
           CALL "BSLOOKUP" USING NUMS-LOOKUP-AREA
           MOVE "N" TO WS-HIST-SW
           IF INQ-DATE NUMERIC AND LNK-RESULT NOT = "U"
              MOVE INQ-DATE TO WS-ASOF-DATE
              PERFORM 3000-ANSWER-FROM-JOURNAL
           END-IF
           MOVE INQ-TABLE-ID TO WS-DET-TABLE
           MOVE INQ-CODE TO WS-DET-CODE
           MOVE LNK-RESULT TO WS-VERDICT
           PERFORM 2900-SET-VERDICT-TEXT
           IF LNK-RESULT = "R"
              MOVE LNK-RESOLVED-CODE TO WS-DET-RESOLVED
           ELSE
              MOVE SPACES TO WS-DET-RESOLVED
           END-IF
           MOVE LNK-DESC TO WS-DET-DESC
           MOVE LNK-STATUS TO WS-DET-STATUS
           IF LNK-RESULT = "F" OR LNK-RESULT = "E" OR LNK-RESULT = "R"
              MOVE LNK-EFF-DATE TO WS-DET-EFF
              MOVE LNK-EXP-DATE TO WS-DET-EXP
           ELSE
              MOVE SPACES TO WS-DET-EFF
              MOVE SPACES TO WS-DET-EXP
           END-IF
           MOVE WS-DETAIL-LINE TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           IF WS-HIST-SW = "Y"
              MOVE WS-ASOF-DATE TO WS-HIST-LINE-DATE
              MOVE WS-HIST-LINE TO INQ-RPT-LINE
              WRITE INQ-RPT-LINE
           END-IF.

       2900-SET-VERDICT-TEXT.
           EVALUATE WS-VERDICT
              WHEN "F"
                 MOVE "ACTIVE" TO WS-DET-VERDICT
              WHEN "E"
                 MOVE "NOT EFFECTIVE" TO WS-DET-VERDICT
              WHEN "R"
                 MOVE "REDIRECTED TO" TO WS-DET-VERDICT
              WHEN "N"
                 MOVE "NOT FOUND" TO WS-DET-VERDICT
              WHEN OTHER
                 MOVE "UNKNOWN TABLE" TO WS-DET-VERDICT
           END-EVALUATE.

      ******************************************************************
      * 3000-ANSWER-FROM-JOURNAL reads the whole journal for the card's
      * table and code and, when the code was maintained, replaces
      * BSLOOKUP's answer with the entry it had on WS-ASOF-DATE. No
      * journal (status 35) means no history to consult. Records of a
      * BTABMNT run superseded by a rerun of the same business date
      * are ignored; only the latest run for each date counts.
      ******************************************************************
       3000-ANSWER-FROM-JOURNAL.
           MOVE "N" TO WS-HIST-LE-SW
           MOVE "N" TO WS-HIST-GT-SW
           MOVE "Y" TO WS-JRNL-EOF-SW
           IF WS-STAMPS-LOADED-SW = "N"
              PERFORM 3050-LOAD-RUN-STAMPS
           END-IF
           IF WS-JRNL-MISSING-SW = "N"
              OPEN INPUT MNT-JRNL
              MOVE "N" TO WS-JRNL-EOF-SW
           END-IF
           PERFORM UNTIL WS-JRNL-EOF-SW = "Y"
              READ MNT-JRNL
                 AT END
                    MOVE "Y" TO WS-JRNL-EOF-SW
                 NOT AT END
                    IF JRN-TABLE-ID = INQ-TABLE-ID
                          AND (JRN-BEF-CODE = INQ-CODE
                          OR JRN-AFT-CODE = INQ-CODE)
                       PERFORM 3100-NOTE-JOURNAL-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF WS-JRNL-MISSING-SW = "N"
              CLOSE MNT-JRNL
           END-IF
           EVALUATE TRUE
              WHEN WS-HIST-LE-SW = "P"
                 MOVE WS-HIST-LE-IMAGE TO WS-HIST-ENTRY
                 PERFORM 3200-SET-HISTORICAL-ANSWER
              WHEN WS-HIST-LE-SW = "A"
                 PERFORM 3300-SET-HISTORICAL-ABSENT
              WHEN WS-HIST-GT-SW = "P"
                 MOVE WS-HIST-GT-IMAGE TO WS-HIST-ENTRY
                 PERFORM 3200-SET-HISTORICAL-ANSWER
              WHEN WS-HIST-GT-SW = "A"
                 PERFORM 3300-SET-HISTORICAL-ABSENT
           END-EVALUATE.

      ******************************************************************
      * First pass, made once for the whole deck: the latest run stamp
      * for every business date on the journal. The journal is
      * appended in business-date order, so the search runs back from
      * the last date kept.
      ******************************************************************
       3050-LOAD-RUN-STAMPS.
           MOVE "Y" TO WS-STAMPS-LOADED-SW
           MOVE ZERO TO WS-STAMP-COUNT
           MOVE "Y" TO WS-JRNL-EOF-SW
           OPEN INPUT MNT-JRNL
           IF WS-JRNL-STATUS = "35"
              DISPLAY "NOTE: NO MNTJRNL JOURNAL, AS-OF ANSWERS USE "
                 "TODAY'S ENTRIES"
              MOVE "Y" TO WS-JRNL-MISSING-SW
           ELSE
              MOVE "N" TO WS-JRNL-EOF-SW
           END-IF
           PERFORM UNTIL WS-JRNL-EOF-SW = "Y"
              READ MNT-JRNL
                 AT END
                    MOVE "Y" TO WS-JRNL-EOF-SW
                 NOT AT END
                    PERFORM 3060-NOTE-RUN-STAMP
              END-READ
           END-PERFORM
           IF WS-JRNL-MISSING-SW = "N"
              CLOSE MNT-JRNL
           END-IF.

       3060-NOTE-RUN-STAMP.
           PERFORM 3070-FIND-DATE-STAMP
           IF WS-STAMP-IDX = ZERO
              IF WS-STAMP-COUNT >= 5000
                 DISPLAY "ABEND: MNTJRNL EXCEEDS 5000 BUSINESS DATES"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STAMP-COUNT
              MOVE JRN-BUS-DATE TO WS-STAMP-DATE (WS-STAMP-COUNT)
              MOVE JRN-RUN-STAMP TO WS-STAMP-LATEST (WS-STAMP-COUNT)
           ELSE
              IF JRN-RUN-STAMP > WS-STAMP-LATEST (WS-STAMP-IDX)
                 MOVE JRN-RUN-STAMP TO WS-STAMP-LATEST (WS-STAMP-IDX)
              END-IF
           END-IF.

       3070-FIND-DATE-STAMP.
           MOVE ZERO TO WS-STAMP-IDX
           PERFORM VARYING WS-STAMP-IDX FROM WS-STAMP-COUNT BY -1
              UNTIL WS-STAMP-IDX = ZERO
              IF WS-STAMP-DATE (WS-STAMP-IDX) = JRN-BUS-DATE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      ******************************************************************
      * Maintenance on or before the as-of date leaves the code as its
      * after image says (the last such record wins); the first
      * maintenance after the date shows, in its before image, what
      * the code was until then. A record from a run superseded by a
      * later rerun of its business date is skipped either way.
      ******************************************************************
       3100-NOTE-JOURNAL-RECORD.
           MOVE "N" TO WS-JRNL-LATEST-SW
           PERFORM 3070-FIND-DATE-STAMP
           IF WS-STAMP-IDX NOT = ZERO
              IF JRN-RUN-STAMP = WS-STAMP-LATEST (WS-STAMP-IDX)
                 MOVE "Y" TO WS-JRNL-LATEST-SW
              END-IF
           END-IF
           IF WS-JRNL-LATEST-SW = "Y"
              IF JRN-BUS-DATE NOT > WS-ASOF-DATE
                 IF JRN-AFT-CODE = INQ-CODE
                    MOVE "P" TO WS-HIST-LE-SW
                    MOVE JRN-AFTER TO WS-HIST-LE-IMAGE
                 ELSE
                    MOVE "A" TO WS-HIST-LE-SW
                 END-IF
              ELSE
                 IF WS-HIST-GT-SW = "N"
                    IF JRN-BEF-CODE = INQ-CODE
                       MOVE "P" TO WS-HIST-GT-SW
                       MOVE JRN-BEFORE TO WS-HIST-GT-IMAGE
                    ELSE
                       MOVE "A" TO WS-HIST-GT-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.

       3200-SET-HISTORICAL-ANSWER.
           MOVE "Y" TO WS-HIST-SW
           MOVE WS-HIST-DESC TO LNK-DESC
           MOVE WS-HIST-STATUS TO LNK-STATUS
           MOVE WS-HIST-EFF-DATE TO LNK-EFF-DATE
           MOVE WS-HIST-EXP-DATE TO LNK-EXP-DATE
           MOVE WS-HIST-CODE TO LNK-RESOLVED-CODE
           IF WS-HIST-STATUS = "A"
                 AND WS-HIST-EFF-DATE NOT > WS-ASOF-DATE
                 AND WS-HIST-EXP-DATE NOT < WS-ASOF-DATE
              MOVE "F" TO LNK-RESULT
           ELSE
              MOVE "E" TO LNK-RESULT
           END-IF.

       3300-SET-HISTORICAL-ABSENT.
           MOVE "Y" TO WS-HIST-SW
           MOVE "N" TO LNK-RESULT
           MOVE SPACES TO LNK-DESC
           MOVE SPACES TO LNK-STATUS
           MOVE SPACES TO LNK-RESOLVED-CODE.

      ******************************************************************
      * 4000-ANSWER-SEARCH-CARD heads the search with a line echoing
      * it, lists one detail line per hit BSIXSRCH returns, and closes
      * with the count - or with why the search could not be run.
      ******************************************************************
       4000-ANSWER-SEARCH-CARD.
           MOVE "S" TO ISR-REQUEST
           MOVE INQ-SEARCH-TYPE TO ISR-FUNCTION
           MOVE INQ-TABLE-ID TO ISR-TABLE-ID
           MOVE INQ-CODE TO ISR-START-CODE
           MOVE INQ-KEYWORD TO ISR-KEYWORD
           MOVE INQ-STATUS-FILTER TO ISR-STATUS-FILTER
           IF INQ-DATE NUMERIC
              MOVE INQ-DATE TO ISR-DATE
           ELSE
              MOVE ZERO TO ISR-DATE
           END-IF
           IF INQ-MAX-HITS NUMERIC
              MOVE INQ-MAX-HITS TO ISR-MAX-HITS
           ELSE
              MOVE ZERO TO ISR-MAX-HITS
           END-IF
           PERFORM 4100-WRITE-SEARCH-HEADING
           CALL "BSIXSRCH" USING NUMS-INDEX-SEARCH-AREA
           PERFORM UNTIL ISR-RESULT NOT = "H"
              PERFORM 4200-WRITE-SEARCH-HIT
              MOVE "N" TO ISR-REQUEST
              CALL "BSIXSRCH" USING NUMS-INDEX-SEARCH-AREA
           END-PERFORM
           EVALUATE ISR-RESULT
              WHEN "E"
                 MOVE ISR-HIT-COUNT TO WS-SRCH-END-COUNT
                 MOVE WS-SRCH-END-LINE TO INQ-RPT-LINE
              WHEN "U"
                 MOVE "UNKNOWN TABLE" TO WS-SRCH-FAIL-TEXT
                 MOVE WS-SRCH-FAIL-LINE TO INQ-RPT-LINE
              WHEN OTHER
                 MOVE "INVALID SEARCH CARD" TO WS-SRCH-FAIL-TEXT
                 MOVE WS-SRCH-FAIL-LINE TO INQ-RPT-LINE
           END-EVALUATE
           WRITE INQ-RPT-LINE
           MOVE SPACES TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE.

       4100-WRITE-SEARCH-HEADING.
           EVALUATE INQ-SEARCH-TYPE
              WHEN "K"
                 MOVE "KEYWORD SEARCH" TO WS-SRCH-NAME
              WHEN "F"
                 MOVE "BROWSE FORWARD" TO WS-SRCH-NAME
              WHEN "B"
                 MOVE "BROWSE BACKWARD" TO WS-SRCH-NAME
              WHEN "L"
                 MOVE "LIST" TO WS-SRCH-NAME
              WHEN OTHER
                 MOVE "SEARCH TYPE" TO WS-SRCH-NAME
                 MOVE INQ-SEARCH-TYPE TO WS-SRCH-NAME (13:1)
           END-EVALUATE
           IF INQ-TABLE-ID = SPACES
              MOVE "ALL" TO WS-SRCH-TABLE
           ELSE
              MOVE INQ-TABLE-ID TO WS-SRCH-TABLE
           END-IF
           EVALUATE INQ-SEARCH-TYPE
              WHEN "K"
                 MOVE "KEYWORD" TO WS-SRCH-ARG-LABEL
                 MOVE INQ-KEYWORD TO WS-SRCH-ARG
              WHEN "F"
              WHEN "B"
                 MOVE "FROM" TO WS-SRCH-ARG-LABEL
                 MOVE INQ-CODE TO WS-SRCH-ARG
              WHEN OTHER
                 MOVE SPACES TO WS-SRCH-ARG-LABEL
                 MOVE SPACES TO WS-SRCH-ARG
           END-EVALUATE
           IF INQ-STATUS-FILTER = SPACE
              MOVE SPACES TO WS-SRCH-FILTER-LABEL
           ELSE
              MOVE "STATUS" TO WS-SRCH-FILTER-LABEL
           END-IF
           MOVE INQ-STATUS-FILTER TO WS-SRCH-FILTER
           IF INQ-DATE NUMERIC
              MOVE "AS OF" TO WS-SRCH-ASOF-LABEL
              MOVE INQ-DATE TO WS-SRCH-ASOF
           ELSE
              MOVE SPACES TO WS-SRCH-ASOF-LABEL
              MOVE SPACES TO WS-SRCH-ASOF
           END-IF
           MOVE WS-SRCH-HEAD-LINE TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE.

       4200-WRITE-SEARCH-HIT.
           MOVE ISR-HIT-TABLE-ID TO WS-DET-TABLE
           MOVE ISR-HIT-CODE TO WS-DET-CODE
           MOVE ISR-VERDICT TO WS-VERDICT
           PERFORM 2900-SET-VERDICT-TEXT
           IF ISR-VERDICT = "R"
              MOVE ISR-RESOLVED-CODE TO WS-DET-RESOLVED
           ELSE
              MOVE SPACES TO WS-DET-RESOLVED
           END-IF
           MOVE ISR-HIT-DESC TO WS-DET-DESC
           MOVE ISR-HIT-STATUS TO WS-DET-STATUS
           MOVE ISR-HIT-EFF-DATE TO WS-DET-EFF
           MOVE ISR-HIT-EXP-DATE TO WS-DET-EXP
           MOVE WS-DETAIL-LINE TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE.
       END PROGRAM BSINQ.
