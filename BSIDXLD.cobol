       PROGRAM-ID. BSIDXLD.
      ******************************************************************
      * BSIDXLD rebuilds the daytime inquiry copy of the code tables:
      * the sequential masters of every active table on the TABDIR
      * table directory are loaded into one indexed dataset (TABLIX)
      * keyed by table id + code, right after the nightly promote, so
      * online browsers and keyed readers see exactly the tables
      * tonight's reconciliation will run against. The directory is
      * held in ascending table-id order (its load abends otherwise)
      * and each master is already ascending by code, so loading the
      * masters in directory order writes in key order. A
      * valid-combination master holds no codes and is passed over.
      * The step statistics record appended to RUNSTATS, stamped with
      * the BSDATE business date, counts the master entries read and
      * the TABLIX entries written.
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
           SELECT TAB-MASTER ASSIGN TO DYNAMIC WS-MASTER-DDNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS IX-KEY
               FILE STATUS IS WS-IX-STATUS.
           SELECT RUN-STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY NUMSBDC.
       FD  TAB-DIR-FILE.
           COPY NUMSTDC.
       FD  TAB-MASTER.
           COPY NUMSFILE.
       FD  TAB-IX.
           COPY NUMSIXC.
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSBDW.
           COPY NUMSTDW.
           COPY NUMSSTW.
       01  WS-MASTER-DDNAME           PIC X(8).
       01  WS-MASTER-STATUS           PIC X(2).
       01  WS-IX-STATUS               PIC X(2).
       01  WS-CUR-TABLE-ID            PIC X(4).
       01  WS-PASS                    PIC 9(4) COMP VALUE ZERO.
       01  WS-WRITE-COUNT             PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BSIDXLD " TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           OPEN OUTPUT TAB-IX
           IF WS-IX-STATUS NOT = "00"
              DISPLAY "ABEND: TABLIX OPEN FAILED, STATUS "
              STOP RUN
           END-IF
           PERFORM 1000-LOAD-ONE-MASTER
              VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > TDIR-COUNT
           CLOSE TAB-IX
           DISPLAY "TABLIX LOADED WITH " WS-WRITE-COUNT " ENTRIES"
           MOVE WS-WRITE-COUNT TO WS-STA-WRITTEN
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

       1000-LOAD-ONE-MASTER.
           IF TDIR-TYPE (WS-PASS) NOT = "X"
              PERFORM 1050-LOAD-CODE-MASTER
           END-IF.

       1050-LOAD-CODE-MASTER.
           MOVE TDIR-ID (WS-PASS) TO WS-CUR-TABLE-ID
           MOVE TDIR-MASTER-DD (WS-PASS) TO WS-MASTER-DDNAME
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TAB-MASTER
           IF WS-MASTER-STATUS NOT = "00"
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-STA-READ
                    PERFORM 1100-WRITE-ONE-ENTRY
              END-READ
           END-PERFORM
              STOP RUN
           END-IF
           ADD 1 TO WS-WRITE-COUNT.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSSTP.
       END PROGRAM BSIDXLD.
