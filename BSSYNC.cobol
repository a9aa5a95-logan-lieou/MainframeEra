      * BSSYNC turns corporate's quarterly full-file code list into
      * maintenance transactions instead of hand-keyed cards. It
      * match-merges the incoming replacement file (SYNCIN, in the
      * NUMSFILE master layout) against the current master of the table
      * named on the SYNCPARM control card (read under the master DD
      * name the TABDIR table directory gives), reports every difference
      * on SYNCRPT, and writes the corresponding ADD / CHANGE / DELETE
      * transactions - complete with the header and trailer control
      * records BTABMNT verifies - to SYNCTRAN, so the bulk refresh goes
      * through BTABMNT's normal register
      * and cross-foot controls like any single-code change:
      *   - on SYNCIN only:            ADD
      *   - on both, attributes differ: CHANGE (same code)
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT SYNC-PARM-FILE ASSIGN TO "SYNCPARM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SYNC-IN ASSIGN TO "SYNCIN"
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  SYNC-PARM-FILE.
       01  SYNC-PARM-RECORD.
           03  SYNC-PARM-TABLE-ID     PIC X(4).
           03  STRN-EFF-DATE          PIC 9(8).
           03  STRN-EXP-DATE          PIC 9(8).
           03  STRN-APPLY-DATE        PIC 9(8).
           03  STRN-SOURCE            PIC X(1).
       01  SYNC-TRAN-CONTROL.
           03  STRN-CTL-TYPE          PIC X(1).
           03  STRN-CTL-DATE          PIC 9(8).
       01  SYNC-RPT-LINE              PIC X(70).
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
       01  WS-MASTER-DDNAME           PIC X(8).
       01  WS-TABLE-ID                PIC X(4).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-GET-BUSINESS-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           PERFORM 1000-READ-PARM
           OPEN OUTPUT SYNC-RPT
           MOVE "FULL-FILE SYNC COMPARE" TO SYNC-RPT-LINE
           END-READ
           CLOSE SYNC-PARM-FILE
           MOVE SYNC-PARM-TABLE-ID TO WS-TABLE-ID
           MOVE WS-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           IF WS-TDIR-HIT-IDX = ZERO
              DISPLAY "ABEND: SYNCPARM TABLE ID UNKNOWN: "
                 WS-TABLE-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF TDIR-TYPE (WS-TDIR-HIT-IDX) = "X"
              DISPLAY "ABEND: SYNCPARM TABLE " WS-TABLE-ID
                 " IS NOT A CODE TABLE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TDIR-MASTER-DD (WS-TDIR-HIT-IDX) TO WS-MASTER-DDNAME.

       1100-READ-MASTER.
           READ TAB-MASTER
      ******************************************************************
      * Every generated transaction applies tonight (apply date
      * zero), so the refresh lands in one maintenance run and the
      * register shows the whole difference set together. The source
      * byte "S" marks it on BTABMNT's maintenance journal as coming
      * from a sync rather than a keyed card.
      ******************************************************************
       3500-WRITE-TRANSACTION.
           MOVE WS-TABLE-ID TO STRN-TABLE-ID
           MOVE ZERO TO STRN-APPLY-DATE
           MOVE "S" TO STRN-SOURCE
           ADD 1 TO WS-TRAN-COUNT
           WRITE SYNC-TRAN-RECORD.

           WRITE SYNC-RPT-LINE.

           COPY NUMSBDP.
           COPY NUMSTDP.
       END PROGRAM BSSYNC.
