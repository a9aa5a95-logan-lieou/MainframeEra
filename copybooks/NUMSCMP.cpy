      ******************************************************************
      * NUMSCMP
      * Shared bounds check, validation pass, and effectiveness check
      * for the combination table built from NUMSCMR - the
      * combination master's counterparts of NUMSBND, NUMSVAL, and
      * NUMSEFF. COPY this into the PROCEDURE DIVISION of any program
      * that loads the combination master:
      *   - PERFORM 8100-CHECK-COMB-BOUNDS right after each ADD 1 TO
      *     COMB-COUNT, before indexing COMB-ENTRY (COMB-COUNT);
      *   - PERFORM 9100-VALIDATE-COMB-TABLE right after the load, so
      *     a table that is not strictly ascending by BRCH + PROD +
      *     NUMS (SEARCH ALL silently answers wrong against one)
      *     aborts the run;
      *   - PERFORM 3250-CHECK-COMB-EFFECTIVE with COMB-IDX positioned
      *     on a matched entry: WS-COMB-EFF-SW comes back "Y" only when
      *     the combination is active and WS-NUMS-RUN-DATE falls within
      *     its effective/expiry dates, inclusive.
      ******************************************************************
       8100-CHECK-COMB-BOUNDS.
           IF COMB-COUNT > 2000
              DISPLAY "ABEND: COMBINATION MASTER EXCEEDS 2000 ENTRY "
                 "LIMIT"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       9100-VALIDATE-COMB-TABLE.
           MOVE "Y" TO WS-COMB-VALID-SW
           IF COMB-COUNT > 1
              PERFORM VARYING WS-COMB-VAL-IDX FROM 2 BY 1
                 UNTIL WS-COMB-VAL-IDX > COMB-COUNT
                 IF COMB-KEY (WS-COMB-VAL-IDX)
                       NOT > COMB-KEY (WS-COMB-VAL-IDX - 1)
                    MOVE "N" TO WS-COMB-VALID-SW
                    DISPLAY "COMBINATION TABLE NOT ASCENDING AT "
                       WS-COMB-VAL-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           IF WS-COMB-VALID-SW = "N"
              DISPLAY "ABEND: COMBINATION MASTER FAILED VALIDATION"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       3250-CHECK-COMB-EFFECTIVE.
           MOVE "Y" TO WS-COMB-EFF-SW
           IF NOT COMB-ENTRY-ACTIVE (COMB-IDX)
              MOVE "N" TO WS-COMB-EFF-SW
           END-IF
           IF WS-NUMS-RUN-DATE < COMB-EFF-DATE (COMB-IDX)
              MOVE "N" TO WS-COMB-EFF-SW
           END-IF
           IF WS-NUMS-RUN-DATE > COMB-EXP-DATE (COMB-IDX)
              MOVE "N" TO WS-COMB-EFF-SW
           END-IF.
