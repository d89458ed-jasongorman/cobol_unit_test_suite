       DATA DIVISION.
       FILE SECTION.
       FD  JSON-REPORT-FILE.
       01  JSON-REPORT-RECORD     PIC X(300).
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       WORKING-STORAGE SECTION.
       01  RESULT-STATUS   PIC X(02).
       01  REPORT-EOF      PIC X(01) VALUE 'N'.
           88  NO-MORE-REPORT-LINES   VALUE 'Y'.
       01  CURRENT-LINE    PIC X(300).
       01  BEFORE-TEXT     PIC X(300).
       01  TAIL-TEXT       PIC X(300).
       01  TAIL-TEXT-2     PIC X(300).
       01  VALUE-TEXT      PIC X(30).
       01  KEY-COUNT       PIC 9(04).
       01  SCAN-PTR        PIC 9(04).
       01  PARSED-EXPECTED  PIC X(12).
       01  PARSED-ACTUAL    PIC X(12).
       01  PARSED-DURATION  PIC 9(06).
      *    Build in force per suite, from the report's per-suite
      *    timing records, which precede the case records.
       01  PARSED-TIMED-SUITE PIC X(12).
       01  PARSED-BUILD-ID  PIC X(12).
       01  SUITE-BUILD-COUNT PIC 9(02) VALUE ZERO.
       01  SUITE-BUILD-TABLE.
           05  SUITE-BUILD-ENTRY OCCURS 20 TIMES
                   INDEXED BY SUITE-BUILD-IDX.
               10  BUILD-SUITE-NAME    PIC X(12).
               10  BUILD-SUITE-BUILD   PIC X(12).
       01  LOADED-COUNT    PIC 9(06) VALUE ZERO.
       01  REPLACED-COUNT  PIC 9(06) VALUE ZERO.
       01  SKIPPED-COUNT   PIC 9(06) VALUE ZERO.
                   PERFORM EXAMINE-REPORT-LINE
           END-READ.

      *    Only the "case" records load; the summary is report
      *    furniture, and the per-suite timing records contribute
      *    just the build each suite ran against.
       EXAMINE-REPORT-LINE.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"timed_suite":"'.
           IF KEY-COUNT > 0
               PERFORM NOTE-SUITE-BUILD
           END-IF.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT FOR ALL '"case":"'.
           IF KEY-COUNT > 0
               END-IF
           END-IF.

       NOTE-SUITE-BUILD.
           MOVE SPACES TO PARSED-TIMED-SUITE.
           MOVE SPACES TO PARSED-BUILD-ID.
           MOVE 1 TO SCAN-PTR.
           UNSTRING CURRENT-LINE DELIMITED BY '"timed_suite":"'
               INTO BEFORE-TEXT
               WITH POINTER SCAN-PTR
           END-UNSTRING.
           MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT.
           UNSTRING TAIL-TEXT DELIMITED BY '"'
               INTO PARSED-TIMED-SUITE
           END-UNSTRING.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"build":"'.
           IF KEY-COUNT > 0
               MOVE 1 TO SCAN-PTR
               UNSTRING CURRENT-LINE DELIMITED BY '"build":"'
                   INTO BEFORE-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT
               UNSTRING TAIL-TEXT DELIMITED BY '"'
                   INTO PARSED-BUILD-ID
               END-UNSTRING
           END-IF.
           IF PARSED-TIMED-SUITE NOT = SPACES
                   AND SUITE-BUILD-COUNT < 20
               ADD 1 TO SUITE-BUILD-COUNT
               SET SUITE-BUILD-IDX TO SUITE-BUILD-COUNT
               MOVE PARSED-TIMED-SUITE TO
                   BUILD-SUITE-NAME(SUITE-BUILD-IDX)
               MOVE PARSED-BUILD-ID TO
                   BUILD-SUITE-BUILD(SUITE-BUILD-IDX)
           END-IF.

       FIND-SUITE-BUILD.
           IF BUILD-SUITE-NAME(SUITE-BUILD-IDX) = PARSED-SUITE
               MOVE BUILD-SUITE-BUILD(SUITE-BUILD-IDX)
                   TO RESULT-BUILD-ID
           END-IF.

       STORE-RESULT-ROW.
           MOVE PARSED-RUN-ID TO RESULT-RUN-ID.
           MOVE PARSED-SUITE TO RESULT-SUITE-NAME.
           MOVE PARSED-EXPECTED TO RESULT-EXPECTED.
           MOVE PARSED-ACTUAL TO RESULT-ACTUAL.
           MOVE PARSED-DURATION TO RESULT-DURATION.
           MOVE SPACES TO RESULT-BUILD-ID.
           PERFORM FIND-SUITE-BUILD
               VARYING SUITE-BUILD-IDX FROM 1 BY 1
               UNTIL SUITE-BUILD-IDX > SUITE-BUILD-COUNT.
           WRITE RESULT-MASTER-RECORD
               INVALID KEY
                   PERFORM REPLACE-RESULT-ROW
