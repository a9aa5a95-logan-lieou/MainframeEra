      ******************************************************************
      * NUMSXWP
      * Shared load of the XWALK successor-code crosswalk and the
      * redirect of a retired code to its successor. COPY this into the
      * PROCEDURE DIVISION of any program that declares XWALK-FILE with
      * the NUMSXWC record and the NUMSXWW fields, and PERFORM
      * 0300-LOAD-CROSSWALK during initialization. A missing crosswalk
      * (status 35) is not an error - nothing is redirected - but one
      * that is out of ascending table id + old code order, repeats a
      * key, maps a code to itself or to a blank code, or carries a
      * start date that is not a date abends the run: SEARCH ALL
      * silently answers wrong against a table out of order.
      ******************************************************************
       0300-LOAD-CROSSWALK.
           MOVE ZERO TO XWLK-COUNT
           MOVE LOW-VALUES TO WS-XWLK-PREV-KEY
           MOVE "N" TO WS-XWLK-EOF-SW
           OPEN INPUT XWALK-FILE
           IF WS-XWLK-STATUS = "35"
              DISPLAY "NOTE: NO XWALK CROSSWALK, CODES NOT REDIRECTED"
           ELSE
              IF WS-XWLK-STATUS NOT = "00"
                 DISPLAY "ABEND: XWALK OPEN FAILED, STATUS "
                    WS-XWLK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-XWLK-EOF-SW = "Y"
                 READ XWALK-FILE
                    AT END
                       MOVE "Y" TO WS-XWLK-EOF-SW
                    NOT AT END
                       PERFORM 0310-CHECK-CROSSWALK-ENTRY
                 END-READ
              END-PERFORM
              CLOSE XWALK-FILE
           END-IF.

       0310-CHECK-CROSSWALK-ENTRY.
           IF XW-KEY NOT > WS-XWLK-PREV-KEY
              DISPLAY "ABEND: XWALK NOT ASCENDING AT " XW-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE XW-KEY TO WS-XWLK-PREV-KEY
           IF XW-NEW-CODE = SPACES OR XW-NEW-CODE = XW-OLD-CODE
              DISPLAY "ABEND: XWALK INVALID SUCCESSOR AT " XW-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF XW-START-DATE NOT NUMERIC
              DISPLAY "ABEND: XWALK INVALID START DATE AT " XW-KEY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO XWLK-COUNT
           IF XWLK-COUNT > 1000
              DISPLAY "ABEND: XWALK EXCEEDS 1000 ENTRY LIMIT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE XW-KEY TO XWLK-KEY (XWLK-COUNT)
           MOVE XW-NEW-CODE TO XWLK-NEW-CODE (XWLK-COUNT)
           MOVE XW-START-DATE TO XWLK-START-DATE (XWLK-COUNT).

      ******************************************************************
      * 3270-REDIRECT-ENTRY is PERFORMed with NUMS-IDX positioned on a
      * matched entry that 3200-CHECK-NUMS-EFFECTIVE has just found not
      * effective. Only a code that has expired or been made inactive
      * is redirected - one not yet effective is left alone - and only
      * when the crosswalk names a successor for it on this table whose
      * start date has arrived, and that successor is itself on the
      * table and effective as of WS-NUMS-RUN-DATE. One hop only: a
      * successor that has in turn been retired is not chased further.
      * On a redirect WS-XWLK-REDIRECT-SW comes back "Y", NUMS-IDX is
      * left on the successor's entry, and WS-NUMS-EFF-SW is "Y";
      * otherwise NUMS-IDX and WS-NUMS-EFF-SW are as they came in.
      ******************************************************************
       3270-REDIRECT-ENTRY.
           MOVE "N" TO WS-XWLK-REDIRECT-SW
           MOVE SPACES TO WS-XWLK-NEW-CODE
           IF XWLK-COUNT > ZERO
                 AND (NOT NUMS-ENTRY-ACTIVE (NUMS-IDX)
                  OR WS-NUMS-RUN-DATE > NUMS-EXP-DATE (NUMS-IDX))
              MOVE NUMS (NUMS-IDX) TO WS-XWLK-FIND-CODE
              SEARCH ALL XWLK-ENTRY
                 AT END
                    CONTINUE
                 WHEN XWLK-KEY (XWLK-IDX) = WS-XWLK-FIND-KEY
                    IF XWLK-START-DATE (XWLK-IDX)
                          NOT > WS-NUMS-RUN-DATE
                       MOVE XWLK-NEW-CODE (XWLK-IDX)
                          TO WS-XWLK-NEW-CODE
                    END-IF
              END-SEARCH
           END-IF
           IF WS-XWLK-NEW-CODE NOT = SPACES
              SET WS-XWLK-SAVE-IDX TO NUMS-IDX
              SEARCH ALL NUMS-ENTRY
                 AT END
                    CONTINUE
                 WHEN NUMS (NUMS-IDX) = WS-XWLK-NEW-CODE
                    PERFORM 3200-CHECK-NUMS-EFFECTIVE
                    IF WS-NUMS-EFF-SW = "Y"
                       MOVE "Y" TO WS-XWLK-REDIRECT-SW
                    END-IF
              END-SEARCH
              IF WS-XWLK-REDIRECT-SW = "N"
                 SET NUMS-IDX TO WS-XWLK-SAVE-IDX
                 MOVE "N" TO WS-NUMS-EFF-SW
              END-IF
           END-IF.
