       PROGRAM-ID. BSPREVAL.
      ******************************************************************
      * BSPREVAL is the nightly pre-flight check, run before table
      * maintenance touches anything. It opens and checks the master of
      * every active table on the TABDIR table directory (under the
      * master DD name the directory gives) for sequence, duplicates,
      * and size (a valid-combination master is checked on its BRCH +
      * PROD + NUMS key), and checks that the night's TRANSIN, GENTRANS,
      * and BTABTRAN files are present, readable, and carry valid header
      * and trailer control records for tonight's date, as must the
      * suspense resolution cards (SUSPRES) when any were sent; a
      * missing or empty card deck is simply a night with no cards.
      * Every problem found is written to the PREVRPT report - nothing
      * stops at the first failure - and the run ends with the single
      * go/no-go return code the rest of the job stream's COND chains
      * test: 0 to proceed, 16 to hold the night. One consolidated "what
      * is wrong tonight" report replaces four different abend messages
      * at four different times of night.
      * The step statistics record appended to RUNSTATS counts every
      * master and transaction record checked as read.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT PREV-MASTER ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PREV-COMB ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PREV-TRANS ASSIGN TO DYNAMIC WS-TRANS-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PREV-RPT ASSIGN TO "PREVRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  PREV-MASTER.
           COPY NUMSFILE.
       FD  PREV-COMB.
           COPY NUMSCMF.
       FD  PREV-TRANS.
       01  PREV-TRANS-RECORD          PIC X(80).
       01  PREV-TRANS-CONTROL.
           03  PREV-CTL-COUNT         PIC 9(6).
       FD  PREV-RPT.
       01  PREV-RPT-LINE              PIC X(70).
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSSTW.
           COPY NUMSTDW.
       01  WS-PASS                    PIC 9(4) COMP VALUE ZERO.
       01  WS-MASTER-DDNAME           PIC X(8).
       01  WS-TRANS-DDNAME            PIC X(8).
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-HDR-SEEN-SW             PIC X VALUE "N".
       01  WS-TRL-SEEN-SW             PIC X VALUE "N".
       01  WS-AFTER-TRL-SW            PIC X VALUE "N".
       01  WS-OPTIONAL-SW             PIC X VALUE "N".
       01  WS-ANY-REC-SW              PIC X VALUE "N".
       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-PROBLEM-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-RECORD-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-DETAIL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-PREV-CODE               PIC X(6) VALUE LOW-VALUES.
       01  WS-PREV-COMB-KEY           PIC X(18) VALUE LOW-VALUES.
       01  WS-FIRST-REC-SW            PIC X VALUE "Y".
       01  WS-MSG-AREA                PIC X(60).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSPREVAL" TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-RUN-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           OPEN OUTPUT PREV-RPT
           MOVE "NUMS NIGHTLY PRE-FLIGHT VALIDATION" TO PREV-RPT-LINE
           WRITE PREV-RPT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
              DELIMITED BY SIZE INTO PREV-RPT-LINE
           WRITE PREV-RPT-LINE
           PERFORM 0900-CHECK-ONE-TABLE
              VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > TDIR-COUNT
           MOVE "TRANSIN " TO WS-TRANS-DDNAME
           PERFORM 2000-CHECK-ONE-TRANS-FILE
           MOVE "GENTRANS" TO WS-TRANS-DDNAME
           PERFORM 2000-CHECK-ONE-TRANS-FILE
           MOVE "BTABTRAN" TO WS-TRANS-DDNAME
           PERFORM 2000-CHECK-ONE-TRANS-FILE
           MOVE "Y" TO WS-OPTIONAL-SW
           MOVE "SUSPRES " TO WS-TRANS-DDNAME
           PERFORM 2000-CHECK-ONE-TRANS-FILE
           MOVE "N" TO WS-OPTIONAL-SW
           PERFORM 7000-WRITE-VERDICT
           CLOSE PREV-RPT
           IF WS-PROBLEM-COUNT > ZERO
              MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

       0900-CHECK-ONE-TABLE.
           IF TDIR-TYPE (WS-PASS) = "X"
              PERFORM 1200-CHECK-ONE-COMB-MASTER
           ELSE
              PERFORM 1000-CHECK-ONE-MASTER
           END-IF.

      ******************************************************************
      * A master must exist, hold only non-blank codes in strictly
      * ascending order (which also rules out duplicates), and fit
      * violation is reported; none of them stops the sweep.
      ******************************************************************
       1000-CHECK-ONE-MASTER.
           MOVE TDIR-MASTER-DD (WS-PASS) TO WS-MASTER-DDNAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-PREV-CODE
           MOVE "Y" TO WS-FIRST-REC-SW

       1100-CHECK-ONE-MASTER-REC.
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-STA-READ
           IF WS-RECORD-COUNT = 501
              MOVE "EXCEEDS 500 ENTRY TABLE LIMIT" TO WS-MSG-AREA
              PERFORM 7100-REPORT-MASTER-PROBLEM
              MOVE "N" TO WS-FIRST-REC-SW
           END-IF.

      ******************************************************************
      * The combination master gets the same checks on its key: no
      * blank component, strictly ascending BRCH + PROD + NUMS, and
      * no more entries than the 2000-entry table BSRCHGEN and
      * BTABMNT load it into.
      ******************************************************************
       1200-CHECK-ONE-COMB-MASTER.
           MOVE TDIR-MASTER-DD (WS-PASS) TO WS-MASTER-DDNAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE LOW-VALUES TO WS-PREV-COMB-KEY
           MOVE "Y" TO WS-FIRST-REC-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PREV-COMB
           IF WS-MASTER-STATUS NOT = "00"
              MOVE "MISSING OR UNREADABLE" TO WS-MSG-AREA
              PERFORM 7100-REPORT-MASTER-PROBLEM
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ PREV-COMB
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    PERFORM 1300-CHECK-ONE-COMB-REC
              END-READ
           END-PERFORM
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
              CLOSE PREV-COMB
           END-IF.

       1300-CHECK-ONE-COMB-REC.
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-STA-READ
           IF WS-RECORD-COUNT = 2001
              MOVE "EXCEEDS 2000 ENTRY TABLE LIMIT" TO WS-MSG-AREA
              PERFORM 7100-REPORT-MASTER-PROBLEM
           END-IF
           IF COMB-MASTER-BRCH = SPACES OR COMB-MASTER-PROD = SPACES
                 OR COMB-MASTER-NUMS = SPACES
              MOVE SPACES TO WS-MSG-AREA
              STRING "BLANK COMPONENT AT RECORD " WS-RECORD-COUNT
                 DELIMITED BY SIZE INTO WS-MSG-AREA
              PERFORM 7100-REPORT-MASTER-PROBLEM
           ELSE
              IF WS-FIRST-REC-SW = "N"
                 IF COMB-MASTER-KEY = WS-PREV-COMB-KEY
                    MOVE SPACES TO WS-MSG-AREA
                    STRING "DUPLICATE COMBINATION " COMB-MASTER-KEY
                       DELIMITED BY SIZE INTO WS-MSG-AREA
                    PERFORM 7100-REPORT-MASTER-PROBLEM
                 ELSE
                    IF COMB-MASTER-KEY < WS-PREV-COMB-KEY
                       MOVE SPACES TO WS-MSG-AREA
                       STRING "OUT OF SEQUENCE AT RECORD "
                          WS-RECORD-COUNT
                          DELIMITED BY SIZE INTO WS-MSG-AREA
                       PERFORM 7100-REPORT-MASTER-PROBLEM
                    END-IF
                 END-IF
              END-IF
              MOVE COMB-MASTER-KEY TO WS-PREV-COMB-KEY
              MOVE "N" TO WS-FIRST-REC-SW
           END-IF.

      ******************************************************************
      * A transaction file must exist and carry a header dated for
      * tonight as its first record and a trailer whose count matches
      * the detail records actually present, with nothing after the
      * trailer - the same checks the reading programs make, run
      * here so the whole night is vetted before STEP010 starts. An
      * optional file (WS-OPTIONAL-SW "Y") may be missing or empty;
      * once it holds any record at all it is checked in full.
      ******************************************************************
       2000-CHECK-ONE-TRANS-FILE.
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE "N" TO WS-HDR-SEEN-SW
           MOVE "N" TO WS-TRL-SEEN-SW
           MOVE "N" TO WS-AFTER-TRL-SW
           MOVE "N" TO WS-ANY-REC-SW
           OPEN INPUT PREV-TRANS
           IF WS-TRANS-STATUS NOT = "00"
              IF WS-TRANS-STATUS = "35" AND WS-OPTIONAL-SW = "Y"
                 CONTINUE
              ELSE
                 MOVE "MISSING OR UNREADABLE" TO WS-MSG-AREA
                 PERFORM 7200-REPORT-TRANS-PROBLEM
              END-IF
              MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
           END-PERFORM
           IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
              CLOSE PREV-TRANS
              IF WS-ANY-REC-SW = "Y" OR WS-OPTIONAL-SW = "N"
                 IF WS-HDR-SEEN-SW = "N"
                    MOVE "HEADER RECORD MISSING" TO WS-MSG-AREA
                    PERFORM 7200-REPORT-TRANS-PROBLEM
                 END-IF
                 IF WS-TRL-SEEN-SW = "N"
                    MOVE "TRAILER RECORD MISSING" TO WS-MSG-AREA
                    PERFORM 7200-REPORT-TRANS-PROBLEM
                 END-IF
              END-IF
           END-IF.

       2100-CHECK-ONE-TRANS-REC.
           MOVE "Y" TO WS-ANY-REC-SW
           ADD 1 TO WS-STA-READ
           EVALUATE PREV-CTL-TYPE
              WHEN "H"
                 IF WS-HDR-SEEN-SW = "Y"
           DISPLAY "PREFLIGHT: " WS-TRANS-DDNAME " " WS-MSG-AREA.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSSTP.
       END PROGRAM BSPREVAL.
