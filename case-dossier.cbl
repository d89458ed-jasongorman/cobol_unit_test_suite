       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD  PIC X(30).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD   PIC X(170).
       FD  DOSSIER-REPORT-FILE.
       01  DOSSIER-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
