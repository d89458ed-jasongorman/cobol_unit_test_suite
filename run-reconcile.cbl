       DATA DIVISION.
       FILE SECTION.
       FD  JSON-REPORT-FILE.
       01  JSON-REPORT-RECORD     PIC X(300).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD    PIC X(80).
       FD  CHECKPOINT-FILE.
       01  CKPT-STATUS  PIC X(02).
       01  FILE-EOF     PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  CURRENT-LINE PIC X(300).
       01  BEFORE-TEXT  PIC X(300).
       01  TAIL-TEXT    PIC X(300).
       01  VALUE-TEXT   PIC X(12).
       01  KEY-COUNT    PIC 9(04).
       01  SCAN-PTR     PIC 9(04).
