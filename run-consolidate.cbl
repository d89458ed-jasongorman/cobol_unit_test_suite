      *    The per-suite report being merged; reassigned from the
      *    registry row's DD name before each open.
       FD  SUITE-REPORT-FILE.
       01  SUITE-REPORT-LINE   PIC X(300).
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  JSON-REPORT-FILE.
       01  JSON-REPORT-RECORD  PIC X(300).
       FD  JSON-ARCHIVE-FILE.
       01  JSON-ARCHIVE-RECORD PIC X(300).
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD PIC X(80).
       FD  RUN-CONTROL-FILE.
       01  RUNSEQ-STATUS   PIC X(02).
       01  SNAPINFO-STATUS PIC X(02).
       01  SNAPSHOT-IDENTIFIER PIC X(13) VALUE 'NONE'.
      *    Seed of the property suite, carried through from the one
      *    job that ran it; NONE when no job did.
       01  SEED-TEXT       PIC X(10) VALUE 'NONE'.
       01  INPUT-EOF       PIC X(01).
           88  NO-MORE-INPUT-LINES    VALUE 'Y'.
       01  CURRENT-LINE    PIC X(300).
       01  BEFORE-TEXT     PIC X(300).
       01  TAIL-TEXT       PIC X(300).
       01  VALUE-TEXT      PIC X(12).
       01  KEY-COUNT       PIC 9(04).
       01  SCAN-PTR        PIC 9(04).
       01  JSON-LINE       PIC X(300).
       01  RUN-DATE        PIC 9(08).
       01  RUN-IDENTIFIER.
           05  RUN-ID-DATE         PIC 9(08).
               PERFORM FOLD-BLOCKED
               PERFORM FOLD-OVERFLOW
               PERFORM FOLD-DURATION
               PERFORM FOLD-SEED
           END-IF.

       FOLD-TESTS-RUN.
                   TOTAL-DURATION + FUNCTION NUMVAL(VALUE-TEXT)
           END-IF.

      *    Only one job of a split night runs the property suite;
      *    the others report NONE and must not overwrite its seed.
       FOLD-SEED.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"seed":"'.
           IF KEY-COUNT > 0
               MOVE 1 TO SCAN-PTR
               UNSTRING CURRENT-LINE DELIMITED BY '"seed":"'
                   INTO BEFORE-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT
               UNSTRING TAIL-TEXT DELIMITED BY '"' INTO VALUE-TEXT
               END-UNSTRING
               IF VALUE-TEXT NOT = 'NONE'
                   MOVE VALUE-TEXT TO SEED-TEXT
               END-IF
           END-IF.

       WRITE-COMBINED-SUMMARY.
           MOVE SPACES TO JSON-LINE.
           STRING '{"suite":"MATHS-SUITE","run_id":"'
               '","overflow":"' TOTAL-OVERFLOW
               '","duration_cs":"' TOTAL-DURATION
               '","snapshot":"'
               FUNCTION TRIM(SNAPSHOT-IDENTIFIER)
               '","seed":"' FUNCTION TRIM(SEED-TEXT) '"}'
               DELIMITED BY SIZE INTO JSON-LINE.
           PERFORM WRITE-COMBINED-LINE.

