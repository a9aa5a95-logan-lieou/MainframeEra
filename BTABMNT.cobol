       PROGRAM-ID. BTABMNT.
      ******************************************************************
      * BTABMNT applies ADD / CHANGE / DELETE transactions against the
      * code table masters listed on the TABDIR table directory. Each
      * BTABTRAN transaction carries a table identifier, the same way
      * GENTRANS lookup records do, and the program makes one
      * maintenance pass per active directory entry: the current
      * master is read from the entry's old-master DD (xxxxOLD) and
      * the maintained, still-ascending table is written to its
      * new-master DD (xxxxNEW). The follow-on JCL steps promote each
      * NEW copy to be the new production master.
      *
      * Transactions carry an apply date: a transaction dated today or
      * which the follow-on JCL step promotes to be tomorrow's
      * PENDOLD. The pending file carries the table identifier with
      * each held transaction, so it comes back to the right master.
      *
      * A directory entry of table type "X" is the valid-combination
      * master (NUMSCMF layout) and is maintained through the same
      * cards, register, and cross-foot. Its key is the BRCH + PROD +
      * NUMS triple, punched in the code, new-code, and first six
      * description columns of the card; status and dates are punched
      * as for a code. An ADD or DELETE acts on the triple, a CHANGE
      * replaces only the status and dates (a triple is never
      * re-keyed - delete it and add the new one). The component codes
      * are not checked against their own masters here, so a
      * combination can be loaded ahead of its codes; BSRCHGEN checks
      * every code before it checks the combination.
      *
      * Every transaction applied, on any table, is also appended to
      * the permanent maintenance journal MNTJRNL (NUMSJNC layout) as
      * a before image and an after image of the entry, stamped with
      * the business date, the table id, and the card's source byte
      * (column 63: blank or "K" keyed, "S" from BSSYNC, "B" from a
      * BTABBKO backout deck, "D" from a BSDORMNT dormant-code deck).
      * BTABBKO reads the journal to build the reversing deck for a
      * night's maintenance, and BSINQ reads it to answer as-of
      * inquiries with the entry a code actually had on that date.
      *
      * Each table's control totals (old count, adds, changes,
      * deletes, new count) are also written to MNTCTL (layout
      * NUMSMCT), one record per table, for the end-of-night
      * balancing step to prove against the promoted masters.
      *
      * A table retired on the directory is not maintained; its old
      * master is copied to its new-master DD unchanged, so its
      * promote step leaves the production master as it was.
      *
      * The step statistics record appended to RUNSTATS counts the
      * old master entries, the day's cards, and the pending records
      * as read, and the new master entries, pending, journal, and
      * control records as written.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUS-DATE-FILE ASSIGN TO "BSDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
           SELECT TAB-DIR-FILE ASSIGN TO "TABDIR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TDIR-STATUS.
           SELECT TAB-OLD-MASTER ASSIGN TO DYNAMIC WS-OLD-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TAB-NEW-MASTER ASSIGN TO DYNAMIC WS-NEW-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COMB-OLD-MASTER ASSIGN TO DYNAMIC WS-OLD-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COMB-NEW-MASTER ASSIGN TO DYNAMIC WS-NEW-DDNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BTAB-TRAN ASSIGN TO "BTABTRAN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PEND-OLD ASSIGN TO "PENDOLD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MNT-RPT ASSIGN TO "MNTRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MNT-JRNL ASSIGN TO "MNTJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MNT-CTL ASSIGN TO "MNTCTL"
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
       FD  TAB-OLD-MASTER.
           COPY NUMSFILE.
       FD  TAB-NEW-MASTER.
           COPY NUMSFILE REPLACING LEADING ==NUMS-MASTER==
               BY ==TAB-NEW-MASTER==.
       FD  COMB-OLD-MASTER.
           COPY NUMSCMF.
       FD  COMB-NEW-MASTER.
           COPY NUMSCMF REPLACING LEADING ==COMB-MASTER==
               BY ==COMB-NEW-MASTER==.
       FD  BTAB-TRAN.
       01  BTAB-TRAN-RECORD.
           03  BTAB-TABLE-ID          PIC X(4).
           03  BTAB-EFF-DATE          PIC 9(8).
           03  BTAB-EXP-DATE          PIC 9(8).
           03  BTAB-APPLY-DATE        PIC 9(8).
           03  BTAB-SOURCE            PIC X(1).
      * BTABTRAN also carries control records: a header "H" +
      * business date as its first record and a trailer "T" + detail
      * count as its last, both verified so a truncated transfer or
      * no header or trailer control records, just held transactions
      * in the BTABTRAN detail layout.
       FD  PEND-OLD.
       01  PEND-OLD-RECORD            PIC X(63).
       FD  PEND-NEW.
       01  PEND-NEW-RECORD            PIC X(63).
       FD  MNT-RPT.
       01  MNT-RPT-LINE               PIC X(80).
       FD  MNT-JRNL.
           COPY NUMSJNC.
       FD  MNT-CTL.
           COPY NUMSMCT.
       FD  RUN-STAT-FILE.
           COPY NUMSSTC.
       WORKING-STORAGE SECTION.
           COPY NUMSREC.
           COPY NUMSBDW.
           COPY NUMSSTW.
           COPY NUMSTDW.
           COPY NUMSCMR.
      ******************************************************************
      * Every transaction, whether read from the day's BTABTRAN or
      * recalled from the pending file, is staged in MNT-TRAN-AREA
           03  MNT-EFF-DATE           PIC 9(8).
           03  MNT-EXP-DATE           PIC 9(8).
           03  MNT-APPLY-DATE         PIC 9(8).
           03  MNT-SOURCE             PIC X(1).
      * A combination card's key: BRCH in the code, PROD in the new
      * code, and NUMS in the first six description columns.
       01  MNT-COMB-VIEW REDEFINES MNT-TRAN-AREA.
           03  FILLER                 PIC X(5).
           03  MNT-COMB-KEY.
               05  MNT-COMB-BRCH      PIC X(6).
               05  MNT-COMB-PROD      PIC X(6).
               05  MNT-COMB-NUMS      PIC X(6).
           03  FILLER                 PIC X(40).
      ******************************************************************
      * One maintenance pass runs per active entry on the table
      * directory: the transaction and pending files are re-read each
      * pass and only the records carrying that pass's table
      * identifier are dispatched, so the masters are maintained
      * independently from the one transaction file.
      ******************************************************************
       01  WS-OLD-DDNAME              PIC X(8).
       01  WS-NEW-DDNAME              PIC X(8).
       01  WS-CUR-TABLE-ID            PIC X(4).
       01  WS-CUR-TABLE-TYPE          PIC X(1).
       01  WS-PASS                    PIC 9(4) COMP VALUE ZERO.
       01  WS-FIRST-PASS-SW           PIC X VALUE "Y".
       01  WS-ID-VALID-SW             PIC X VALUE "Y".
       01  WS-FOUND-SW                PIC X VALUE "N".
       01  WS-EDIT-SW                 PIC X VALUE "Y".
      ******************************************************************
      * Maintenance journal bookkeeping: the applying paragraph leaves
      * the entry's before and after images here (NUMSFILE or NUMSCMF
      * layout, spaces where there is none) and 2700 writes them out
      * once the transaction is known to have applied.
      ******************************************************************
       01  WS-JRNL-STATUS             PIC X(2).
       01  WS-JRNL-RUN-STAMP          PIC 9(14) VALUE ZERO.
       01  WS-JRNL-SEQ                PIC 9(6) VALUE ZERO.
       01  WS-JRNL-PEND-SW            PIC X VALUE "N".
       01  WS-JRNL-BEFORE             PIC X(43) VALUE SPACES.
       01  WS-JRNL-AFTER              PIC X(43) VALUE SPACES.
      ******************************************************************
      * Register report bookkeeping: every transaction is listed on
      * MNTRPT under its table's section as APPLIED, REJECTED (with
      * its reason), or HELD, and each table's control totals
       01  WS-CHANGE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DEL-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-CROSS-FOOT              PIC 9(4) VALUE ZERO.
       01  WS-NEW-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-ERRORS            PIC 9(4) VALUE ZERO.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-ENTER-AREA.
           03  WS-ENTER-COUNT         PIC 9(4) COMP VALUE ZERO.
           03  WS-ENTER-CODE          PIC X(18)
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ENTER-COUNT.
       01  WS-LEAVE-AREA.
           03  WS-LEAVE-COUNT         PIC 9(4) COMP VALUE ZERO.
           03  WS-LEAVE-CODE          PIC X(18)
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LEAVE-COUNT.
       01  WS-TALLY-CODE              PIC X(18).
       01  WS-REG-LINE.
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REG-TABLE           PIC X(4).
           03  WS-REG-CODE            PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-NEW-CODE        PIC X(6).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-REG-THIRD-CODE      PIC X(6).
           03  FILLER                 PIC X(2) VALUE SPACES.
           03  WS-REG-DISP            PIC X(9).
           03  FILLER                 PIC X(1) VALUE SPACES.
           03  WS-TOTAL-NUMBER        PIC ZZZ9.
       01  WS-SIDE-LINE.
           03  FILLER                 PIC X(4) VALUE SPACES.
           03  WS-SIDE-ENTERED        PIC X(18).
           03  FILLER                 PIC X(4) VALUE SPACES.
           03  WS-SIDE-LEFT           PIC X(18).
       01  WS-SIDE-IDX                PIC 9(4) COMP VALUE ZERO.
       01  WS-SIDE-MAX                PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-IDX               PIC 9(4) COMP VALUE ZERO.
       01  WS-DELETE-IDX              PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB                     PIC X(6) VALUE SPACES.
       01  WS-COMB-SUB                PIC X(18) VALUE SPACES.
       01  WS-IDX                     PIC 9(4) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "BTABMNT " TO WS-STA-PROGRAM
           PERFORM 0400-START-RUN-STATS
           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-NUMS-RUN-DATE
           PERFORM 0200-LOAD-TABLE-DIRECTORY
           OPEN OUTPUT MNT-RPT
           MOVE "CODE TABLE MAINTENANCE REGISTER" TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           STRING "RUN DATE: " WS-NUMS-RUN-DATE
              DELIMITED BY SIZE INTO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           PERFORM 1050-OPEN-JOURNAL
           OPEN OUTPUT PEND-NEW
           OPEN OUTPUT MNT-CTL
           PERFORM 1600-MAINTAIN-ONE-TABLE
              VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > TDIR-COUNT
           PERFORM 1700-CARRY-RETIRED-TABLES
           CLOSE MNT-CTL
           CLOSE PEND-NEW
           CLOSE MNT-RPT
           CLOSE MNT-JRNL
           DISPLAY "APPLIED " WS-TOT-APPLIED
              " STILL PENDING " WS-TOT-PENDING
           DISPLAY "JOURNALED " WS-JRNL-SEQ
           IF WS-TOT-ERRORS > ZERO AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           ADD WS-TOT-PENDING TO WS-STA-WRITTEN
           ADD WS-JRNL-SEQ TO WS-STA-WRITTEN
           ADD TDIR-COUNT TO WS-STA-WRITTEN
           PERFORM 0450-WRITE-RUN-STATS
           STOP RUN.

      ******************************************************************
      * One full maintenance cycle for the table at WS-PASS in the
      * table directory: load its old master, replay the pending file
      * and the day's cards dispatching only this table's transactions,
      * then write the new master and that table's register section.
      * Cards carrying an unknown table identifier are rejected on
      * the first pass only, so they appear once on the register.
      ******************************************************************
       1600-MAINTAIN-ONE-TABLE.
           MOVE TDIR-ID (WS-PASS) TO WS-CUR-TABLE-ID
           MOVE TDIR-OLD-DD (WS-PASS) TO WS-OLD-DDNAME
           MOVE TDIR-NEW-DD (WS-PASS) TO WS-NEW-DDNAME
           MOVE TDIR-TYPE (WS-PASS) TO WS-CUR-TABLE-TYPE
           MOVE ZERO TO NUMS-COUNT
           MOVE ZERO TO COMB-COUNT
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-ADD-COUNT
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-HDR-SEEN-SW
           MOVE "N" TO WS-TRL-SEEN-SW
           IF WS-CUR-TABLE-TYPE = "X"
              PERFORM 1100-LOAD-OLD-COMB
              PERFORM 9100-VALIDATE-COMB-TABLE
              MOVE COMB-COUNT TO WS-OLD-COUNT
           ELSE
              PERFORM 1000-LOAD-OLD-MASTER
              PERFORM 9000-VALIDATE-NUMS-TABLE
              MOVE NUMS-COUNT TO WS-OLD-COUNT
           END-IF
           MOVE SPACES TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE WS-CUR-TABLE-ID TO WS-TABLE-HDR-ID
           WRITE MNT-RPT-LINE
           PERFORM 1500-PROCESS-PENDING
           PERFORM 2000-PROCESS-TRANSACTIONS
           IF WS-CUR-TABLE-TYPE = "X"
              PERFORM 9100-VALIDATE-COMB-TABLE
              PERFORM 4100-WRITE-NEW-COMB
              MOVE COMB-COUNT TO WS-NEW-COUNT
           ELSE
              PERFORM 9000-VALIDATE-NUMS-TABLE
              PERFORM 4000-WRITE-NEW-MASTER
              MOVE NUMS-COUNT TO WS-NEW-COUNT
           END-IF
           PERFORM 7400-WRITE-CONTROL-TOTALS
           PERFORM 7450-WRITE-CONTROL-RECORD
           PERFORM 7500-WRITE-SIDE-BY-SIDE
           ADD WS-APPLIED-COUNT TO WS-TOT-APPLIED
           ADD WS-PEND-OUT-COUNT TO WS-TOT-PENDING
           ADD WS-ERROR-COUNT TO WS-TOT-ERRORS
           ADD WS-OLD-COUNT TO WS-STA-READ
           ADD WS-NEW-COUNT TO WS-STA-WRITTEN
           IF WS-FIRST-PASS-SW = "Y"
              ADD WS-DETAIL-COUNT TO WS-STA-READ
              ADD WS-PEND-IN-COUNT TO WS-STA-READ
           END-IF
           MOVE "N" TO WS-FIRST-PASS-SW.

      ******************************************************************
      * A table retired on the directory ("I") is not maintained, but
      * its DD cards and promote step stay in the job while its row
      * does, so its old master is copied to its NEW DD unchanged and
      * the promote puts back exactly what was there. Cards and
      * pending records for it are rejected as for an unknown table.
      ******************************************************************
       1700-CARRY-RETIRED-TABLES.
           MOVE "N" TO WS-TDIR-EOF-SW
           OPEN INPUT TAB-DIR-FILE
           PERFORM UNTIL WS-TDIR-EOF-SW = "Y"
              READ TAB-DIR-FILE
                 AT END
                    MOVE "Y" TO WS-TDIR-EOF-SW
                 NOT AT END
                    IF DIR-ACTIVE = "I"
                       PERFORM 1750-COPY-RETIRED-MASTER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAB-DIR-FILE.

       1750-COPY-RETIRED-MASTER.
           MOVE DIR-OLD-DD TO WS-OLD-DDNAME
           MOVE DIR-NEW-DD TO WS-NEW-DDNAME
           MOVE ZERO TO WS-OLD-COUNT
           MOVE "N" TO WS-EOF-SW
           IF DIR-TABLE-TYPE = "X"
              OPEN INPUT COMB-OLD-MASTER
              OPEN OUTPUT COMB-NEW-MASTER
              PERFORM UNTIL WS-EOF-SW = "Y"
                 READ COMB-OLD-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       MOVE COMB-MASTER-RECORD
                          TO COMB-NEW-MASTER-RECORD
                       WRITE COMB-NEW-MASTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE COMB-OLD-MASTER
              CLOSE COMB-NEW-MASTER
           ELSE
              OPEN INPUT TAB-OLD-MASTER
              OPEN OUTPUT TAB-NEW-MASTER
              PERFORM UNTIL WS-EOF-SW = "Y"
                 READ TAB-OLD-MASTER
                    AT END
                       MOVE "Y" TO WS-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       MOVE NUMS-MASTER-RECORD
                          TO TAB-NEW-MASTER-RECORD
                       WRITE TAB-NEW-MASTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE TAB-OLD-MASTER
              CLOSE TAB-NEW-MASTER
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE DIR-TABLE-ID TO WS-TABLE-HDR-ID
           MOVE WS-TABLE-HDR-LINE TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE "RETIRED - MASTER CARRIED FORWARD UNCHANGED"
              TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE "  ENTRIES CARRIED:      " TO WS-TOTAL-LABEL
           MOVE WS-OLD-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           ADD WS-OLD-COUNT TO WS-STA-READ
           ADD WS-OLD-COUNT TO WS-STA-WRITTEN.

       1000-LOAD-OLD-MASTER.
           OPEN INPUT TAB-OLD-MASTER
           PERFORM UNTIL WS-EOF-SW = "Y"
           CLOSE TAB-OLD-MASTER
           MOVE "N" TO WS-EOF-SW.

      ******************************************************************
      * MNTJRNL is opened EXTEND (append) so the journal's history is
      * kept. On the very first run the file won't exist yet (status
      * 35) so it is created with OPEN OUTPUT instead of abending.
      * The run stamp marks this run's records apart from those of an
      * earlier, abandoned run of the same business date.
      ******************************************************************
       1050-OPEN-JOURNAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-JRNL-RUN-STAMP
           OPEN EXTEND MNT-JRNL
           IF WS-JRNL-STATUS = "35"
              OPEN OUTPUT MNT-JRNL
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "ABEND: MNTJRNL OPEN FAILED, STATUS "
                 WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-LOAD-OLD-COMB.
           OPEN INPUT COMB-OLD-MASTER
           PERFORM UNTIL WS-EOF-SW = "Y"
              READ COMB-OLD-MASTER
                 AT END
                    MOVE "Y" TO WS-EOF-SW
                 NOT AT END
                    ADD 1 TO COMB-COUNT
                    PERFORM 8100-CHECK-COMB-BOUNDS
                    MOVE COMB-MASTER-RECORD TO COMB-ENTRY (COMB-COUNT)
              END-READ
           END-PERFORM
           CLOSE COMB-OLD-MASTER
           MOVE "N" TO WS-EOF-SW.

      ******************************************************************
      * Last night's held transactions are dispatched before the
      * day's cards: the ones whose apply date has arrived are
      * applied, the rest go straight back to the pending file. Only
      * the current pass's table is dispatched; the other tables'
      * held transactions come up on their own passes, and a held
      * transaction whose table id is not on the directory at all
      * is registered and carried forward (first pass only) so it
      * cannot vanish without a trace. On the very first run the
      * pending file won't exist yet (status 35), which is simply an
                 NOT AT END
                    ADD 1 TO WS-PEND-IN-COUNT
                    MOVE PEND-OLD-RECORD TO MNT-TRAN-AREA
                    MOVE "Y" TO WS-JRNL-PEND-SW
                    IF MNT-TABLE-ID = WS-CUR-TABLE-ID
                       PERFORM 2500-DISPATCH-TRANSACTION
                    ELSE
           MOVE "N" TO WS-EOF-SW.

      ******************************************************************
      * A pending record whose table identifier is not an active
      * directory entry would never be dispatched on any pass. It is
      * registered as an error like the equivalent day card, and -
      * unlike a day card, which the operator still holds - it is
      * written back to the pending file, so the held transaction keeps
      * resurfacing on the register every night until someone corrects
      * or pulls it instead of being destroyed on the first night.
      ******************************************************************
       1550-CHECK-PEND-TABLE-ID.
           MOVE "N" TO WS-ID-VALID-SW
           MOVE MNT-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           IF WS-TDIR-HIT-IDX > ZERO
              MOVE "Y" TO WS-ID-VALID-SW
           END-IF
           IF WS-ID-VALID-SW = "N"
              ADD 1 TO WS-ERROR-COUNT
              ADD 1 TO WS-PEND-OUT-COUNT
                 END-IF
                 ADD 1 TO WS-DETAIL-COUNT
                 MOVE BTAB-TRAN-RECORD TO MNT-TRAN-AREA
                 MOVE "N" TO WS-JRNL-PEND-SW
                 IF MNT-TABLE-ID = WS-CUR-TABLE-ID
                    PERFORM 2500-DISPATCH-TRANSACTION
                 ELSE
           END-EVALUATE.

      ******************************************************************
      * A card whose table identifier is not an active directory
      * entry will never be dispatched on any pass, so it is rejected
      * here (on the first pass only) instead of vanishing silently.
      ******************************************************************
       2400-CHECK-TABLE-ID.
           MOVE "N" TO WS-ID-VALID-SW
           MOVE MNT-TABLE-ID TO WS-TDIR-FIND-ID
           PERFORM 0250-FIND-DIRECTORY-ENTRY
           IF WS-TDIR-HIT-IDX > ZERO
              MOVE "Y" TO WS-ID-VALID-SW
           END-IF
           IF WS-ID-VALID-SW = "N"
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY "UNKNOWN TABLE ID " MNT-TABLE-ID
           ELSE
              MOVE WS-ERROR-COUNT TO WS-PRIOR-ERRORS
              MOVE SPACES TO WS-REJECT-REASON
              MOVE SPACES TO WS-JRNL-BEFORE
              MOVE SPACES TO WS-JRNL-AFTER
              IF WS-CUR-TABLE-TYPE = "X"
                 PERFORM 3500-APPLY-COMB-TRANSACTION
              ELSE
                 PERFORM 3000-APPLY-TRANSACTION
              END-IF
              IF WS-ERROR-COUNT > WS-PRIOR-ERRORS
                 MOVE "REJECTED" TO WS-REG-DISP
                 MOVE WS-REJECT-REASON TO WS-REG-REASON
                 MOVE "APPLIED" TO WS-REG-DISP
                 MOVE SPACES TO WS-REG-REASON
                 PERFORM 2600-TALLY-APPLIED
                 PERFORM 2700-WRITE-JOURNAL
              END-IF
              PERFORM 7300-WRITE-REGISTER-LINE
           END-IF.
      * 2600-TALLY-APPLIED keeps the control totals and the lists of
      * codes that entered and left the table. A re-keying change
      * counts as one change but moves one code out and one code in.
      * On the combination master the whole triple is listed, and a
      * change never re-keys.
      ******************************************************************
       2600-TALLY-APPLIED.
           IF WS-CUR-TABLE-TYPE = "X"
              MOVE MNT-COMB-KEY TO WS-TALLY-CODE
           ELSE
              MOVE MNT-CODE TO WS-TALLY-CODE
           END-IF
           EVALUATE MNT-ACTION
              WHEN "A"
                 ADD 1 TO WS-ADD-COUNT
              WHEN "C"
                 ADD 1 TO WS-CHANGE-COUNT
                 IF MNT-NEW-CODE NOT = MNT-CODE
                       AND WS-CUR-TABLE-TYPE NOT = "X"
                    PERFORM 2620-RECORD-LEFT
                    ADD 1 TO WS-ENTER-COUNT
                    PERFORM 8200-CHECK-SIDE-BOUNDS
       2610-RECORD-ENTERED.
           ADD 1 TO WS-ENTER-COUNT
           PERFORM 8200-CHECK-SIDE-BOUNDS
           MOVE WS-TALLY-CODE TO WS-ENTER-CODE (WS-ENTER-COUNT).

       2620-RECORD-LEFT.
           ADD 1 TO WS-LEAVE-COUNT
           PERFORM 8200-CHECK-SIDE-BOUNDS
           MOVE WS-TALLY-CODE TO WS-LEAVE-CODE (WS-LEAVE-COUNT).

      ******************************************************************
      * 2700-WRITE-JOURNAL appends the applied transaction's before and
      * after images to MNTJRNL. A card with no source byte was keyed.
      ******************************************************************
       2700-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-NUMS-RUN-DATE TO JRN-BUS-DATE
           MOVE WS-JRNL-RUN-STAMP TO JRN-RUN-STAMP
           MOVE WS-JRNL-SEQ TO JRN-SEQ
           MOVE WS-CUR-TABLE-ID TO JRN-TABLE-ID
           MOVE MNT-ACTION TO JRN-ACTION
           IF MNT-SOURCE = SPACE
              MOVE "K" TO JRN-SOURCE
           ELSE
              MOVE MNT-SOURCE TO JRN-SOURCE
           END-IF
           MOVE WS-JRNL-PEND-SW TO JRN-PEND-SW
           MOVE WS-JRNL-BEFORE TO JRN-BEFORE
           MOVE WS-JRNL-AFTER TO JRN-AFTER
           WRITE MNT-JRNL-RECORD
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "ABEND: MNTJRNL WRITE FAILED, STATUS "
                 WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2200-CHECK-HEADER.
           IF WS-HDR-SEEN-SW = "Y"
           ELSE
              PERFORM 6000-INSERT-CODE
              PERFORM 6200-MOVE-ATTRIBUTES
              MOVE NUMS-ENTRY (WS-FOUND-IDX) TO WS-JRNL-AFTER
           END-IF.

       3200-CHANGE-CODE.
              MOVE "NOT ON FILE" TO WS-REJECT-REASON
              DISPLAY "CHANGE FAILED, NOT ON FILE " MNT-CODE
           ELSE
              MOVE NUMS-ENTRY (WS-FOUND-IDX) TO WS-JRNL-BEFORE
              IF MNT-NEW-CODE = MNT-CODE
                 PERFORM 6200-MOVE-ATTRIBUTES
                 MOVE NUMS-ENTRY (WS-FOUND-IDX) TO WS-JRNL-AFTER
              ELSE
                 MOVE WS-FOUND-IDX TO WS-DELETE-IDX
                 MOVE MNT-NEW-CODE TO WS-SUB
                    PERFORM 5000-FIND-CODE
                    PERFORM 6000-INSERT-CODE
                    PERFORM 6200-MOVE-ATTRIBUTES
                    MOVE NUMS-ENTRY (WS-FOUND-IDX) TO WS-JRNL-AFTER
                 END-IF
              END-IF
           END-IF.
              MOVE "NOT ON FILE" TO WS-REJECT-REASON
              DISPLAY "DELETE FAILED, NOT ON FILE " MNT-CODE
           ELSE
              MOVE NUMS-ENTRY (WS-FOUND-IDX) TO WS-JRNL-BEFORE
              PERFORM 6100-DELETE-ENTRY
           END-IF.

      ******************************************************************
      * 3500-APPLY-COMB-TRANSACTION is 3000-APPLY-TRANSACTION for the
      * combination master, keyed on the BRCH + PROD + NUMS triple.
      ******************************************************************
       3500-APPLY-COMB-TRANSACTION.
           MOVE MNT-COMB-KEY TO WS-COMB-SUB
           EVALUATE MNT-ACTION
              WHEN "A"
                 PERFORM 3550-EDIT-COMB-ATTRIBUTES
                 IF WS-EDIT-SW = "Y"
                    PERFORM 3510-ADD-COMB
                 END-IF
              WHEN "C"
                 PERFORM 3550-EDIT-COMB-ATTRIBUTES
                 IF WS-EDIT-SW = "Y"
                    PERFORM 3520-CHANGE-COMB
                 END-IF
              WHEN "D"
                 PERFORM 3530-DELETE-COMB
              WHEN OTHER
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE "INVALID ACTION" TO WS-REJECT-REASON
                 DISPLAY "INVALID ACTION " MNT-ACTION
           END-EVALUATE.

       3510-ADD-COMB.
           PERFORM 5100-FIND-COMB
           IF WS-FOUND-SW = "Y"
              ADD 1 TO WS-ERROR-COUNT
              MOVE "ALREADY EXISTS" TO WS-REJECT-REASON
              DISPLAY "ADD FAILED, ALREADY EXISTS " MNT-COMB-KEY
           ELSE
              PERFORM 6300-INSERT-COMB
              PERFORM 6500-MOVE-COMB-ATTRIBUTES
              MOVE COMB-ENTRY (WS-FOUND-IDX) TO WS-JRNL-AFTER
           END-IF.

       3520-CHANGE-COMB.
           PERFORM 5100-FIND-COMB
           IF WS-FOUND-SW = "N"
              ADD 1 TO WS-ERROR-COUNT
              MOVE "NOT ON FILE" TO WS-REJECT-REASON
              DISPLAY "CHANGE FAILED, NOT ON FILE " MNT-COMB-KEY
           ELSE
              MOVE COMB-ENTRY (WS-FOUND-IDX) TO WS-JRNL-BEFORE
              PERFORM 6500-MOVE-COMB-ATTRIBUTES
              MOVE COMB-ENTRY (WS-FOUND-IDX) TO WS-JRNL-AFTER
           END-IF.

       3530-DELETE-COMB.
           PERFORM 5100-FIND-COMB
           IF WS-FOUND-SW = "N"
              ADD 1 TO WS-ERROR-COUNT
              MOVE "NOT ON FILE" TO WS-REJECT-REASON
              DISPLAY "DELETE FAILED, NOT ON FILE " MNT-COMB-KEY
           ELSE
              MOVE COMB-ENTRY (WS-FOUND-IDX) TO WS-JRNL-BEFORE
              PERFORM 6400-DELETE-COMB
           END-IF.

      ******************************************************************
      * 3550-EDIT-COMB-ATTRIBUTES applies the 3400 status and date
      * edit to a combination card and also rejects a triple with a
      * blank component, which could never match a lookup.
      ******************************************************************
       3550-EDIT-COMB-ATTRIBUTES.
           MOVE "Y" TO WS-EDIT-SW
           IF MNT-STATUS NOT = "A" AND MNT-STATUS NOT = "I"
              MOVE "N" TO WS-EDIT-SW
           END-IF
           IF MNT-EFF-DATE NOT NUMERIC OR MNT-EXP-DATE NOT NUMERIC
              MOVE "N" TO WS-EDIT-SW
           END-IF
           IF WS-EDIT-SW = "N"
              ADD 1 TO WS-ERROR-COUNT
              MOVE "INVALID ATTRIBUTES" TO WS-REJECT-REASON
              DISPLAY "INVALID ATTRIBUTES " MNT-ACTION " "
                 MNT-COMB-KEY
           ELSE
              IF MNT-COMB-BRCH = SPACES OR MNT-COMB-PROD = SPACES
                    OR MNT-COMB-NUMS = SPACES
                 MOVE "N" TO WS-EDIT-SW
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE "INCOMPLETE COMBINATION" TO WS-REJECT-REASON
                 DISPLAY "INCOMPLETE COMBINATION " MNT-ACTION " "
                    MNT-COMB-KEY
              END-IF
           END-IF.

      ******************************************************************
      * 3400-EDIT-ATTRIBUTES rejects an ADD or CHANGE whose attribute
      * fields would leave the table entry unusable: the status must
              END-IF
           END-PERFORM.

      ******************************************************************
      * 5100-FIND-COMB is 5000-FIND-CODE for the combination table,
      * searching for WS-COMB-SUB.
      ******************************************************************
       5100-FIND-COMB.
           MOVE "N" TO WS-FOUND-SW
           ADD 1 TO COMB-COUNT GIVING WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > COMB-COUNT
              IF COMB-KEY (WS-IDX) = WS-COMB-SUB
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE WS-IDX TO WS-FOUND-IDX
                 EXIT PERFORM
              END-IF
              IF COMB-KEY (WS-IDX) > WS-COMB-SUB
                 MOVE WS-IDX TO WS-FOUND-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       6000-INSERT-CODE.
           ADD 1 TO NUMS-COUNT
           PERFORM 8000-CHECK-NUMS-BOUNDS
           END-PERFORM
           SUBTRACT 1 FROM NUMS-COUNT.

       6300-INSERT-COMB.
           ADD 1 TO COMB-COUNT
           PERFORM 8100-CHECK-COMB-BOUNDS
           PERFORM VARYING WS-IDX FROM COMB-COUNT BY -1
              UNTIL WS-IDX <= WS-FOUND-IDX
              MOVE COMB-ENTRY (WS-IDX - 1) TO COMB-ENTRY (WS-IDX)
           END-PERFORM
           MOVE WS-COMB-SUB TO COMB-KEY (WS-FOUND-IDX).

       6400-DELETE-COMB.
           PERFORM VARYING WS-IDX FROM WS-FOUND-IDX BY 1
              UNTIL WS-IDX >= COMB-COUNT
              MOVE COMB-ENTRY (WS-IDX + 1) TO COMB-ENTRY (WS-IDX)
           END-PERFORM
           SUBTRACT 1 FROM COMB-COUNT.

       6500-MOVE-COMB-ATTRIBUTES.
           MOVE MNT-STATUS TO COMB-STATUS (WS-FOUND-IDX)
           MOVE MNT-EFF-DATE TO COMB-EFF-DATE (WS-FOUND-IDX)
           MOVE MNT-EXP-DATE TO COMB-EXP-DATE (WS-FOUND-IDX).

      ******************************************************************
      * 6200-MOVE-ATTRIBUTES carries the transaction's description,
      * status, and effective/expiry dates onto the table entry at
           ELSE
              MOVE SPACES TO WS-REG-NEW-CODE
           END-IF
           MOVE SPACES TO WS-REG-THIRD-CODE
           IF MNT-TABLE-ID = WS-CUR-TABLE-ID
                 AND WS-CUR-TABLE-TYPE = "X"
              MOVE MNT-COMB-PROD TO WS-REG-NEW-CODE
              MOVE MNT-COMB-NUMS TO WS-REG-THIRD-CODE
           END-IF
           MOVE WS-REG-LINE TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE.

           MOVE WS-TOTAL-LINE TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE "  NEW MASTER COUNT:     " TO WS-TOTAL-LABEL
           MOVE WS-NEW-COUNT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           COMPUTE WS-CROSS-FOOT =
           MOVE WS-CROSS-FOOT TO WS-TOTAL-NUMBER
           MOVE WS-TOTAL-LINE TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           IF WS-CROSS-FOOT NOT = WS-NEW-COUNT
              MOVE "  *** COUNTS DO NOT CROSS-FOOT ***"
                 TO MNT-RPT-LINE
              WRITE MNT-RPT-LINE
              MOVE 16 TO RETURN-CODE
           END-IF.

       7450-WRITE-CONTROL-RECORD.
           MOVE WS-NUMS-RUN-DATE TO MCT-BUS-DATE
           MOVE WS-CUR-TABLE-ID TO MCT-TABLE-ID
           MOVE WS-OLD-COUNT TO MCT-OLD-COUNT
           MOVE WS-ADD-COUNT TO MCT-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO MCT-CHANGE-COUNT
           MOVE WS-DEL-COUNT TO MCT-DEL-COUNT
           MOVE WS-NEW-COUNT TO MCT-NEW-COUNT
           WRITE MNT-CTL-RECORD.

       7500-WRITE-SIDE-BY-SIDE.
           MOVE SPACES TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE "    ENTERED               LEFT" TO MNT-RPT-LINE
           WRITE MNT-RPT-LINE
           MOVE WS-ENTER-COUNT TO WS-SIDE-MAX
           IF WS-LEAVE-COUNT > WS-SIDE-MAX
           END-PERFORM
           CLOSE TAB-NEW-MASTER.

       4100-WRITE-NEW-COMB.
           OPEN OUTPUT COMB-NEW-MASTER
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > COMB-COUNT
              MOVE COMB-ENTRY (WS-IDX) TO COMB-NEW-MASTER-RECORD
              WRITE COMB-NEW-MASTER-RECORD
           END-PERFORM
           CLOSE COMB-NEW-MASTER.

           COPY NUMSBDP.
           COPY NUMSTDP.
           COPY NUMSVAL.
           COPY NUMSBND.
           COPY NUMSCMP.
           COPY NUMSSTP.
       END PROGRAM BTABMNT.
