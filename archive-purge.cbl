       DATA DIVISION.
       FILE SECTION.
       FD  JSON-ARCHIVE-FILE.
       01  JSON-ARCHIVE-RECORD    PIC X(300).
       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-RECORD     PIC X(300).
       WORKING-STORAGE SECTION.
       01  ARCHIVE-STATUS  PIC X(02).
       01  ARCHIVE-EOF     PIC X(01).
           88  NO-MORE-ARCHIVE-RECORDS   VALUE 'Y'.
       01  CURRENT-LINE    PIC X(300).
       01  BEFORE-TEXT     PIC X(300).
       01  TAIL-TEXT       PIC X(300).
       01  KEY-COUNT       PIC 9(04).
       01  SCAN-PTR        PIC 9(04).
       01  CURRENT-RUN-ID  PIC X(11).
