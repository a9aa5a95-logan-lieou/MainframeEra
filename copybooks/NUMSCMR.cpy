      ******************************************************************
      * NUMSCMR
      * Shared WORKING-STORAGE layout for the in-memory combination
      * table. COPY this into any program that loads the combination
      * master (NUMSCMF layout) and SEARCH ALLs the table it builds,
      * along with NUMSREC (whose WS-NUMS-RUN-DATE the effectiveness
      * check reads) and the NUMSCMP procedures. Each entry mirrors
      * one combination master record; COMB-KEY (BRCH + PROD + NUMS)
      * is the SEARCH ALL key.
      ******************************************************************
       01  COMB-AREA.
           03  COMB-COUNT             PIC 9(4) COMP VALUE ZERO.
           03  COMB-ENTRY
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON COMB-COUNT
                   ASCENDING KEY COMB-KEY
                   INDEXED BY COMB-IDX.
               05  COMB-KEY.
                   07  COMB-BRCH      PIC X(6).
                   07  COMB-PROD      PIC X(6).
                   07  COMB-NUMS      PIC X(6).
               05  COMB-STATUS        PIC X(1).
                   88  COMB-ENTRY-ACTIVE  VALUE "A".
               05  COMB-EFF-DATE      PIC 9(8).
               05  COMB-EXP-DATE      PIC 9(8).
       01  WS-COMB-VALID-SW           PIC X VALUE "Y".
       01  WS-COMB-VAL-IDX            PIC 9(4) COMP VALUE ZERO.
       01  WS-COMB-EFF-SW             PIC X VALUE "Y".
