      * copy), applies the shared NUMSEFF effectiveness rules as of
      * the requested date, and returns the master entry's fields
      * with a found / not-effective / not-found result code.
      * The table identifiers and their master DD names come from the
      * TABDIR table directory, read once on the first call. The
      * caller's JCL must carry the TABDIR DD card and the master DD
      * cards the directory names for the tables it asks about. The
      * service looks up single codes only: a valid-combination table
      * on the directory answers "U" like an unknown table id.
      * A code that has expired or been made inactive is redirected,
      * as in the nightly run, when the XWALK successor-code crosswalk
      * (read on the first call along with the directory; optional)
      * names an effective replacement for it: the result is then "R"
      * and the successor's entry is returned.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT GEN-MASTER ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT XWALK-FILE ASSIGN TO "XWALK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XWLK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  GEN-MASTER.
           COPY NUMSFILE.
       FD  XWALK-FILE.
           COPY NUMSXWC.
       WORKING-STORAGE SECTION.
           COPY NUMSREC.
           COPY NUMSTDW.
           COPY NUMSXWW.
       01  WS-TDIR-LOADED-SW          PIC X VALUE "N".
       01  WS-MASTER-DDNAME           PIC X(8).
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-LOADED-TABLE-ID         PIC X(4) VALUE SPACES.
           COPY NUMSLNK.
       PROCEDURE DIVISION USING NUMS-LOOKUP-AREA.
       0000-MAIN.
           IF WS-TDIR-LOADED-SW = "N"
              PERFORM 0200-LOAD-TABLE-DIRECTORY
              PERFORM 0300-LOAD-CROSSWALK
              MOVE "Y" TO WS-TDIR-LOADED-SW
           END-IF
           PERFORM 2100-SELECT-MASTER-DDNAME
           IF WS-VALID-SW = "N"
              MOVE "U" TO LNK-RESULT

       2100-SELECT-MASTER-DDNAME.
           MOVE "Y" TO WS-VALID-SW
           MOVE LNK-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           IF WS-TDIR-HIT-IDX = ZERO
              MOVE "N" TO WS-VALID-SW
           ELSE
              IF TDIR-TYPE (WS-TDIR-HIT-IDX) = "X"
                 MOVE "N" TO WS-VALID-SW
              ELSE
                 MOVE TDIR-MASTER-DD (WS-TDIR-HIT-IDX)
                    TO WS-MASTER-DDNAME
              END-IF
           END-IF.

      ******************************************************************
      * A master that cannot be opened is an environment failure, not
                 PERFORM 3900-CLEAR-RESULT-FIELDS
              WHEN NUMS (NUMS-IDX) = LNK-CODE
                 PERFORM 3200-CHECK-NUMS-EFFECTIVE
                 MOVE "N" TO WS-XWLK-REDIRECT-SW
                 IF WS-NUMS-EFF-SW = "N"
                    MOVE LNK-TABLE-ID TO WS-XWLK-FIND-TABLE
                    PERFORM 3270-REDIRECT-ENTRY
                 END-IF
                 MOVE LNK-CODE TO LNK-RESOLVED-CODE
                 EVALUATE TRUE
                    WHEN WS-XWLK-REDIRECT-SW = "Y"
                       MOVE "R" TO LNK-RESULT
                       MOVE WS-XWLK-NEW-CODE TO LNK-RESOLVED-CODE
                    WHEN WS-NUMS-EFF-SW = "Y"
                       MOVE "F" TO LNK-RESULT
                    WHEN OTHER
                       MOVE "E" TO LNK-RESULT
                 END-EVALUATE
                 MOVE NUMS-DESC (NUMS-IDX) TO LNK-DESC
                 MOVE NUMS-STATUS (NUMS-IDX) TO LNK-STATUS
                 MOVE NUMS-EFF-DATE (NUMS-IDX) TO LNK-EFF-DATE
           END-SEARCH.

       3900-CLEAR-RESULT-FIELDS.
           MOVE SPACES TO LNK-RESOLVED-CODE
           MOVE SPACES TO LNK-DESC
           MOVE SPACES TO LNK-STATUS
           MOVE ZERO TO LNK-EFF-DATE
           MOVE ZERO TO LNK-EXP-DATE.

           COPY NUMSTDP.
           COPY NUMSEFF.
           COPY NUMSVAL.
           COPY NUMSBND.
           COPY NUMSXWP.
       END PROGRAM BSLOOKUP.
