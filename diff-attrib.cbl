       FD  DIFF-REPORT-FILE.
       01  DIFF-REPORT-RECORD PIC X(100).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD   PIC X(170).
       FD  ATTRIB-REPORT-FILE.
       01  ATTRIB-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
