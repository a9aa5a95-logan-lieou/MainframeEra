       01  ARC-PARM-RECORD.
           03  ARC-CUTOFF-DATE        PIC X(8).
       FD  NUMS-AUDIT.
       01  NUMS-AUDIT-RECORD          PIC X(41).
       FD  NUMS-HIST.
       01  NUMS-HIST-RECORD           PIC X(41).
       FD  NUMS-AUDIT-NEW.
       01  NUMS-AUDIT-NEW-RECORD      PIC X(41).
       FD  GEN-AUDIT.
       01  GEN-AUDIT-RECORD           PIC X(61).
       FD  GEN-HIST.
       01  GEN-HIST-RECORD            PIC X(61).
       FD  GEN-AUDIT-NEW.
       01  GEN-AUDIT-NEW-RECORD       PIC X(61).
       FD  ARC-RPT.
       01  ARC-RPT-LINE               PIC X(60).
       WORKING-STORAGE SECTION.
