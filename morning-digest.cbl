       DATA DIVISION.
       FILE SECTION.
       FD  JSON-REPORT-FILE.
       01  JSON-REPORT-RECORD     PIC X(300).
       FD  JSON-ARCHIVE-FILE.
       01  JSON-ARCHIVE-RECORD    PIC X(300).
       FD  WINDOW-CONFIG-FILE.
       01  WINDOW-CONFIG-RECORD   PIC X(06).
       FD  QUARANTINE-FILE.
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  FEED-DDNAME     PIC X(08).
      *    JSON parsing scratch, as the other report readers use.
       01  CURRENT-LINE    PIC X(300).
       01  BEFORE-TEXT     PIC X(300).
       01  TAIL-TEXT       PIC X(300).
       01  TAIL-TEXT-2     PIC X(300).
       01  VALUE-TEXT      PIC X(30).
       01  KEY-COUNT       PIC 9(04).
       01  SCAN-PTR        PIC 9(04).
