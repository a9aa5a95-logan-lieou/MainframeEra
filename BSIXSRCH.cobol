       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSIXSRCH.
      ******************************************************************
      * BSIXSRCH is the callable code table search service: where
      * BSLOOKUP answers for one code the caller already knows, this
      * lists the entries of the TABLIX inquiry dataset BSIDXLD builds
      * that answer a question - every code whose description holds a
      * keyword, the codes either side of a starting code, or the
      * codes of a table that are active, pending, or inactive as of
      * a date. The caller fills the NUMSIXL parameter area, starts
      * the search with one CALL, and fetches each further hit with
      * another; the dataset is positioned with a keyed START on the
      * table id and read forward in key order.
      * Every entry is given the verdict BSLOOKUP gives for it as of
      * the search date (BSLOOKUP is CALLed for it, so the same
      * masters, NUMSEFF effectiveness rules, and XWALK redirects
      * apply), and the status filter classes the entry by the same
      * rules: effective ("A"), active but not yet effective ("P"),
      * or neither ("I"). The caller's JCL must therefore carry the
      * TABDIR, XWALK, and master DD cards BSLOOKUP needs as well as
      * TABLIX.
      * A backward browse is read forward from the table's first code
      * up to the starting code, keeping the last qualifying entries
      * in a wrap-around buffer, and the buffer is then handed back
      * nearest the starting code first; it is limited to the 1000
      * entries the buffer holds.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAB-IX ASSIGN TO "TABLIX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS IX-KEY
               FILE STATUS IS WS-IX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAB-IX.
           COPY NUMSIXC.
       WORKING-STORAGE SECTION.
           COPY NUMSLNK.
       01  WS-IX-STATUS               PIC X(2).
       01  WS-IX-OPEN-SW              PIC X VALUE "N".
       01  WS-IX-EOF-SW               PIC X VALUE "N".
       01  WS-ACTIVE-SW               PIC X VALUE "N".
       01  WS-VALID-SW                PIC X VALUE "Y".
       01  WS-FOUND-SW                PIC X VALUE "N".
       01  WS-QUALIFY-SW              PIC X VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-HIT-LIMIT               PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-CLASS             PIC X(1).
       01  WS-LAST-CODE               PIC X(6).
      ******************************************************************
      * The keyword, without its leading and trailing blanks, and each
      * description it is looked for in are compared in upper case.
      ******************************************************************
       01  WS-KEYWORD                 PIC X(20).
       01  WS-KW-START                PIC 9(4) COMP VALUE ZERO.
       01  WS-KW-END                  PIC 9(4) COMP VALUE ZERO.
       01  WS-KW-LEN                  PIC 9(4) COMP VALUE ZERO.
       01  WS-KW-TALLY                PIC 9(4) COMP VALUE ZERO.
       01  WS-DESC-UPPER              PIC X(20).
       01  WS-LOWER-LETTERS           PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-LETTERS           PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************
      * Backward browse buffer: WS-BKWD-NEXT is where the latest
      * qualifying entry was put (wrapping from WS-HIT-LIMIT back to
      * 1), WS-BKWD-COUNT how many are held, and WS-BKWD-OUT the next
      * one to hand back.
      ******************************************************************
       01  WS-BKWD-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-BKWD-NEXT               PIC 9(4) COMP VALUE ZERO.
       01  WS-BKWD-OUT                PIC 9(4) COMP VALUE ZERO.
       01  WS-BKWD-TABLE.
           03  WS-BKWD-ENTRY OCCURS 1000 TIMES.
               05  WS-BKWD-RECORD     PIC X(47).
               05  WS-BKWD-VERDICT    PIC X(1).
               05  WS-BKWD-RESOLVED   PIC X(6).
       LINKAGE SECTION.
           COPY NUMSIXL.
       PROCEDURE DIVISION USING NUMS-INDEX-SEARCH-AREA.
       0000-MAIN.
           EVALUATE ISR-REQUEST
              WHEN "S"
                 PERFORM 1000-START-SEARCH
              WHEN "N"
                 IF WS-ACTIVE-SW = "Y"
                    PERFORM 2000-NEXT-HIT
                 ELSE
                    MOVE "E" TO ISR-RESULT
                 END-IF
              WHEN OTHER
                 MOVE "X" TO ISR-RESULT
           END-EVALUATE
           GOBACK.

       1000-START-SEARCH.
           IF WS-IX-OPEN-SW = "Y"
              CLOSE TAB-IX
              MOVE "N" TO WS-IX-OPEN-SW
           END-IF
           MOVE "N" TO WS-ACTIVE-SW
           MOVE ZERO TO ISR-HIT-COUNT
           PERFORM 1100-EDIT-REQUEST
           IF WS-VALID-SW = "Y"
              MOVE "Y" TO WS-ACTIVE-SW
              PERFORM 1200-OPEN-AND-POSITION
              IF ISR-FUNCTION = "B"
                 PERFORM 1300-FILL-BACKWARD-BUFFER
              END-IF
              PERFORM 2000-NEXT-HIT
           END-IF.

      ******************************************************************
      * A request that cannot be run comes back "X" (or "U" for a
      * table that is not a code table on the directory, which
      * BSLOOKUP is asked about) without the dataset being opened.
      ******************************************************************
       1100-EDIT-REQUEST.
           MOVE "Y" TO WS-VALID-SW
           IF ISR-FUNCTION NOT = "K" AND ISR-FUNCTION NOT = "F"
                 AND ISR-FUNCTION NOT = "B" AND ISR-FUNCTION NOT = "L"
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF ISR-STATUS-FILTER NOT = SPACE
                 AND ISR-STATUS-FILTER NOT = "A"
                 AND ISR-STATUS-FILTER NOT = "P"
                 AND ISR-STATUS-FILTER NOT = "I"
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF ISR-DATE NOT NUMERIC OR ISR-MAX-HITS NOT NUMERIC
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF (ISR-FUNCTION = "F" OR ISR-FUNCTION = "B")
                 AND ISR-TABLE-ID = SPACES
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF ISR-FUNCTION = "K" AND ISR-KEYWORD = SPACES
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF ISR-FUNCTION = "B" AND ISR-MAX-HITS NUMERIC
                 AND ISR-MAX-HITS > 1000
              MOVE "N" TO WS-VALID-SW
           END-IF
           IF WS-VALID-SW = "N"
              MOVE "X" TO ISR-RESULT
           ELSE
              PERFORM 1150-SET-SEARCH-LIMITS
              IF ISR-TABLE-ID NOT = SPACES
                 MOVE ISR-TABLE-ID TO LNK-TABLE-ID
                 MOVE SPACES TO LNK-CODE
                 MOVE WS-RUN-DATE TO LNK-DATE
                 CALL "BSLOOKUP" USING NUMS-LOOKUP-AREA
                 IF LNK-RESULT = "U"
                    MOVE "N" TO WS-VALID-SW
                    MOVE "U" TO ISR-RESULT
                 END-IF
              END-IF
           END-IF.

       1150-SET-SEARCH-LIMITS.
           IF ISR-DATE > ZERO
              MOVE ISR-DATE TO WS-RUN-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           END-IF
           MOVE ISR-MAX-HITS TO WS-HIT-LIMIT
           IF WS-HIT-LIMIT = ZERO
              IF ISR-FUNCTION = "F" OR ISR-FUNCTION = "B"
                 MOVE 20 TO WS-HIT-LIMIT
              ELSE
                 MOVE 9999 TO WS-HIT-LIMIT
              END-IF
           END-IF
           IF ISR-FUNCTION = "K"
              MOVE ISR-KEYWORD TO WS-KEYWORD
              INSPECT WS-KEYWORD
                 CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
              MOVE ZERO TO WS-KW-START
              INSPECT WS-KEYWORD TALLYING WS-KW-START
                 FOR LEADING SPACES
              ADD 1 TO WS-KW-START
              PERFORM VARYING WS-KW-END FROM 20 BY -1
                    UNTIL WS-KEYWORD (WS-KW-END:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              COMPUTE WS-KW-LEN = WS-KW-END - WS-KW-START + 1
           END-IF.

      ******************************************************************
      * A dataset that cannot be opened is an environment failure, as
      * an unreadable master is to BSLOOKUP, so the run stops rather
      * than report that nothing matched. A forward browse starts at
      * the starting code; every other search of one table starts at
      * the table's first code, and a search of every table at the
      * first record of the dataset.
      ******************************************************************
       1200-OPEN-AND-POSITION.
           OPEN INPUT TAB-IX
           IF WS-IX-STATUS NOT = "00"
              DISPLAY "ABEND: TABLIX OPEN FAILED, STATUS "
                 WS-IX-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO WS-IX-OPEN-SW
           MOVE "N" TO WS-IX-EOF-SW
           IF ISR-TABLE-ID NOT = SPACES
              MOVE ISR-TABLE-ID TO IX-TABLE-ID
              IF ISR-FUNCTION = "F"
                 MOVE ISR-START-CODE TO IX-CODE
              ELSE
                 MOVE SPACES TO IX-CODE
              END-IF
              START TAB-IX KEY IS NOT LESS THAN IX-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-IX-EOF-SW
              END-START
           END-IF.

       1300-FILL-BACKWARD-BUFFER.
           MOVE ZERO TO WS-BKWD-COUNT
           MOVE ZERO TO WS-BKWD-NEXT
           IF ISR-START-CODE = SPACES
              MOVE HIGH-VALUES TO WS-LAST-CODE
           ELSE
              MOVE ISR-START-CODE TO WS-LAST-CODE
           END-IF
           PERFORM UNTIL WS-IX-EOF-SW = "Y"
              READ TAB-IX NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-IX-EOF-SW
                 NOT AT END
                    IF IX-TABLE-ID NOT = ISR-TABLE-ID
                          OR IX-CODE > WS-LAST-CODE
                       MOVE "Y" TO WS-IX-EOF-SW
                    ELSE
                       PERFORM 3000-CHECK-ENTRY
                       IF WS-QUALIFY-SW = "Y"
                          PERFORM 1310-KEEP-BACKWARD-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAB-IX
           MOVE "N" TO WS-IX-OPEN-SW
           MOVE WS-BKWD-NEXT TO WS-BKWD-OUT.

       1310-KEEP-BACKWARD-ENTRY.
           ADD 1 TO WS-BKWD-NEXT
           IF WS-BKWD-NEXT > WS-HIT-LIMIT
              MOVE 1 TO WS-BKWD-NEXT
           END-IF
           IF WS-BKWD-COUNT < WS-HIT-LIMIT
              ADD 1 TO WS-BKWD-COUNT
           END-IF
           MOVE TAB-IX-RECORD TO WS-BKWD-RECORD (WS-BKWD-NEXT)
           MOVE LNK-RESULT TO WS-BKWD-VERDICT (WS-BKWD-NEXT)
           MOVE LNK-RESOLVED-CODE TO WS-BKWD-RESOLVED (WS-BKWD-NEXT).

       2000-NEXT-HIT.
           IF ISR-FUNCTION = "B"
              PERFORM 2500-NEXT-BACKWARD-HIT
           ELSE
              PERFORM 2100-NEXT-FORWARD-HIT
           END-IF.

       2100-NEXT-FORWARD-HIT.
           MOVE "N" TO WS-FOUND-SW
           IF ISR-HIT-COUNT NOT < WS-HIT-LIMIT
              MOVE "Y" TO WS-IX-EOF-SW
           END-IF
           PERFORM UNTIL WS-FOUND-SW = "Y" OR WS-IX-EOF-SW = "Y"
              READ TAB-IX NEXT RECORD
                 AT END
                    MOVE "Y" TO WS-IX-EOF-SW
                 NOT AT END
                    IF ISR-TABLE-ID NOT = SPACES
                          AND IX-TABLE-ID NOT = ISR-TABLE-ID
                       MOVE "Y" TO WS-IX-EOF-SW
                    ELSE
                       PERFORM 3000-CHECK-ENTRY
                       MOVE WS-QUALIFY-SW TO WS-FOUND-SW
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FOUND-SW = "Y"
              ADD 1 TO ISR-HIT-COUNT
              MOVE IX-TABLE-ID TO ISR-HIT-TABLE-ID
              MOVE IX-CODE TO ISR-HIT-CODE
              MOVE IX-DESC TO ISR-HIT-DESC
              MOVE IX-STATUS TO ISR-HIT-STATUS
              MOVE IX-EFF-DATE TO ISR-HIT-EFF-DATE
              MOVE IX-EXP-DATE TO ISR-HIT-EXP-DATE
              MOVE LNK-RESULT TO ISR-VERDICT
              MOVE LNK-RESOLVED-CODE TO ISR-RESOLVED-CODE
              MOVE "H" TO ISR-RESULT
           ELSE
              PERFORM 2900-END-SEARCH
           END-IF.

       2500-NEXT-BACKWARD-HIT.
           IF WS-BKWD-COUNT = ZERO
              PERFORM 2900-END-SEARCH
           ELSE
              MOVE WS-BKWD-RECORD (WS-BKWD-OUT) TO TAB-IX-RECORD
              ADD 1 TO ISR-HIT-COUNT
              MOVE IX-TABLE-ID TO ISR-HIT-TABLE-ID
              MOVE IX-CODE TO ISR-HIT-CODE
              MOVE IX-DESC TO ISR-HIT-DESC
              MOVE IX-STATUS TO ISR-HIT-STATUS
              MOVE IX-EFF-DATE TO ISR-HIT-EFF-DATE
              MOVE IX-EXP-DATE TO ISR-HIT-EXP-DATE
              MOVE WS-BKWD-VERDICT (WS-BKWD-OUT) TO ISR-VERDICT
              MOVE WS-BKWD-RESOLVED (WS-BKWD-OUT) TO ISR-RESOLVED-CODE
              MOVE "H" TO ISR-RESULT
              SUBTRACT 1 FROM WS-BKWD-COUNT
              SUBTRACT 1 FROM WS-BKWD-OUT
              IF WS-BKWD-OUT = ZERO
                 MOVE WS-HIT-LIMIT TO WS-BKWD-OUT
              END-IF
           END-IF.

       2900-END-SEARCH.
           IF WS-IX-OPEN-SW = "Y"
              CLOSE TAB-IX
              MOVE "N" TO WS-IX-OPEN-SW
           END-IF
           MOVE "N" TO WS-ACTIVE-SW
           MOVE "E" TO ISR-RESULT.

      ******************************************************************
      * 3000-CHECK-ENTRY decides whether the TABLIX record just read
      * is a hit: its description must hold the keyword on a keyword
      * search, and its class as of the search date must match the
      * status filter when one is given. An entry that gets that far
      * is looked up through BSLOOKUP for its verdict, which is left
      * in NUMS-LOOKUP-AREA.
      ******************************************************************
       3000-CHECK-ENTRY.
           MOVE "Y" TO WS-QUALIFY-SW
           IF ISR-FUNCTION = "K"
              MOVE IX-DESC TO WS-DESC-UPPER
              INSPECT WS-DESC-UPPER
                 CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
              MOVE ZERO TO WS-KW-TALLY
              INSPECT WS-DESC-UPPER TALLYING WS-KW-TALLY
                 FOR ALL WS-KEYWORD (WS-KW-START:WS-KW-LEN)
              IF WS-KW-TALLY = ZERO
                 MOVE "N" TO WS-QUALIFY-SW
              END-IF
           END-IF
           IF WS-QUALIFY-SW = "Y" AND ISR-STATUS-FILTER NOT = SPACE
              EVALUATE TRUE
                 WHEN IX-STATUS = "A"
                       AND IX-EFF-DATE NOT > WS-RUN-DATE
                       AND IX-EXP-DATE NOT < WS-RUN-DATE
                    MOVE "A" TO WS-ENTRY-CLASS
                 WHEN IX-STATUS = "A"
                       AND IX-EFF-DATE > WS-RUN-DATE
                    MOVE "P" TO WS-ENTRY-CLASS
                 WHEN OTHER
                    MOVE "I" TO WS-ENTRY-CLASS
              END-EVALUATE
              IF WS-ENTRY-CLASS NOT = ISR-STATUS-FILTER
                 MOVE "N" TO WS-QUALIFY-SW
              END-IF
           END-IF
           IF WS-QUALIFY-SW = "Y"
              MOVE IX-TABLE-ID TO LNK-TABLE-ID
              MOVE IX-CODE TO LNK-CODE
              MOVE WS-RUN-DATE TO LNK-DATE
              CALL "BSLOOKUP" USING NUMS-LOOKUP-AREA
           END-IF.
       END PROGRAM BSIXSRCH.
