       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD   PIC X(170).
      *    Byte-for-byte the CASE-MASTER-RECORD layout, under its
      *    own names so both masters can be open at once.
       FD  REBUILD-FILE.
