      ******************************************************************
      * NUMSTDP
      * Shared load of the TABDIR table directory. COPY this into the
      * PROCEDURE DIVISION of any program that declares TAB-DIR-FILE
      * with the NUMSTDC record and the NUMSTDW fields, and PERFORM
      * 0200-LOAD-TABLE-DIRECTORY during initialization. The load abends
      * the run if the directory is missing or holds no active table, if
      * it is out of ascending table identifier order or repeats an
      * identifier (BSIDXLD loads the keyed TABLIX file in directory
      * order), if an active flag is neither "A" nor "I", if a table
      * type is not "C", "X", or blank, or if a table identifier is
      * blank or starts with "H" or "T" - GENTRANS and BTABTRAN carry
      * the table identifier in column 1 and tell detail records from
      * their header/trailer controls by that byte. Every program of the
      * stream must see the same list of tables, so none of this is left
      * to a warning.
      ******************************************************************
       0200-LOAD-TABLE-DIRECTORY.
           MOVE ZERO TO TDIR-COUNT
           MOVE LOW-VALUES TO WS-TDIR-PREV-ID
           MOVE "N" TO WS-TDIR-EOF-SW
           OPEN INPUT TAB-DIR-FILE
           IF WS-TDIR-STATUS NOT = "00"
              DISPLAY "ABEND: TABDIR TABLE DIRECTORY MISSING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-TDIR-EOF-SW = "Y"
              READ TAB-DIR-FILE
                 AT END
                    MOVE "Y" TO WS-TDIR-EOF-SW
                 NOT AT END
                    PERFORM 0210-CHECK-DIRECTORY-ENTRY
              END-READ
           END-PERFORM
           CLOSE TAB-DIR-FILE
           IF TDIR-COUNT = ZERO
              DISPLAY "ABEND: TABDIR HOLDS NO ACTIVE TABLE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0210-CHECK-DIRECTORY-ENTRY.
           IF DIR-TABLE-ID = SPACES
                 OR DIR-TABLE-ID (1:1) = "H"
                 OR DIR-TABLE-ID (1:1) = "T"
              DISPLAY "ABEND: TABDIR INVALID TABLE ID " DIR-TABLE-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF DIR-TABLE-ID NOT > WS-TDIR-PREV-ID
              DISPLAY "ABEND: TABDIR NOT ASCENDING AT " DIR-TABLE-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE DIR-TABLE-ID TO WS-TDIR-PREV-ID
           IF DIR-TABLE-TYPE NOT = SPACE
                 AND DIR-TABLE-TYPE NOT = "C"
                 AND DIR-TABLE-TYPE NOT = "X"
              DISPLAY "ABEND: TABDIR INVALID TABLE TYPE "
                 DIR-TABLE-ID " " DIR-TABLE-TYPE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE DIR-ACTIVE
              WHEN "A"
                 ADD 1 TO TDIR-COUNT
                 IF TDIR-COUNT > 20
                    DISPLAY "ABEND: TABDIR EXCEEDS 20 ACTIVE TABLES"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE DIR-TABLE-ID TO TDIR-ID (TDIR-COUNT)
                 MOVE DIR-MASTER-DD TO TDIR-MASTER-DD (TDIR-COUNT)
                 MOVE DIR-OLD-DD TO TDIR-OLD-DD (TDIR-COUNT)
                 MOVE DIR-NEW-DD TO TDIR-NEW-DD (TDIR-COUNT)
                 IF DIR-TABLE-TYPE = "X"
                    MOVE "X" TO TDIR-TYPE (TDIR-COUNT)
                 ELSE
                    MOVE "C" TO TDIR-TYPE (TDIR-COUNT)
                 END-IF
              WHEN "I"
                 DISPLAY "NOTE: TABLE " DIR-TABLE-ID
                    " IS RETIRED ON TABDIR"
              WHEN OTHER
                 DISPLAY "ABEND: TABDIR INVALID ACTIVE FLAG "
                    DIR-TABLE-ID " " DIR-ACTIVE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      ******************************************************************
      * 0250-FIND-DIRECTORY-ENTRY looks WS-TDIR-FIND-ID up among the
      * active directory entries: WS-TDIR-HIT-IDX comes back as the
      * entry's subscript, or zero when the table is unknown or
      * retired.
      ******************************************************************
       0250-FIND-DIRECTORY-ENTRY.
           MOVE ZERO TO WS-TDIR-HIT-IDX
           PERFORM VARYING WS-TDIR-IDX FROM 1 BY 1
              UNTIL WS-TDIR-IDX > TDIR-COUNT
              IF TDIR-ID (WS-TDIR-IDX) = WS-TDIR-FIND-ID
                 MOVE WS-TDIR-IDX TO WS-TDIR-HIT-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
