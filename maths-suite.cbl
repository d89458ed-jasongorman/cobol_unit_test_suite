           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSEQ-STATUS.
           SELECT REPLAY-CONTROL-FILE ASSIGN TO 'REPLSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLSEQ-STATUS.
           SELECT JSON-ARCHIVE-FILE ASSIGN TO 'JSONARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT SNAPSHOT-INFO-FILE ASSIGN TO 'SNAPINFO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPINFO-STATUS.
           SELECT BUILD-REG-FILE ASSIGN TO 'BUILDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-KEY
               FILE STATUS IS BREG-STATUS.
           SELECT RETRY-CONFIG-FILE ASSIGN TO 'RETRYCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-STATUS.
           SELECT COMPARE-CONFIG-FILE ASSIGN TO 'CMPRCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPARE-STATUS.
           SELECT INVARIANT-CONFIG-FILE ASSIGN TO 'INVCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCFG-STATUS.
           SELECT INVARIANT-REG-FILE ASSIGN TO 'INVREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVREG-STATUS.
           SELECT CASE-SNAPSHOT-FILE ASSIGN TO 'CASESNAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS CASESNAP-STATUS.
           SELECT RUN-MANIFEST-FILE ASSIGN TO 'RUNMANIF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MANIF-KEY
               FILE STATUS IS MANIF-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULTDB-STATUS.
           SELECT REPLAY-REPORT-FILE ASSIGN TO 'REPLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLAY-SUITEREG-FILE ASSIGN TO 'RPLSUITE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
           SELECT REPLAY-QUARLIST-FILE ASSIGN TO 'RPLQUAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
           SELECT REPLAY-WINDOWCFG-FILE ASSIGN TO 'RPLWIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
           SELECT REPLAY-RETRYCFG-FILE ASSIGN TO 'RPLRETRY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
           SELECT REPLAY-CMPRCFG-FILE ASSIGN TO 'RPLCMPR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
           SELECT REPLAY-INVCFG-FILE ASSIGN TO 'RPLINVC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
           SELECT REPLAY-INVREG-FILE ASSIGN TO 'RPLINVR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPLAY-COPY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-FILE-RECORD    PIC X(80).
       FD  JSON-REPORT-FILE.
       01  JSON-REPORT-RECORD     PIC X(300).
      *    One summary record ('S') per suite that has completed in
      *    this job's checkpoint cycle, holding the counts that suite
      *    contributed, plus one case record ('C') per test case that
           05  RUNSEQ-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RUNSEQ-SEQUENCE     PIC 9(02).
      *    Last replay identifier handed out. Replays keep their own
      *    count: RUNSEQ names the latest night's run, which the
      *    steps after the run and the ticket and on-call programs
      *    look up, and a daytime replay must not move it.
       FD  REPLAY-CONTROL-FILE.
       01  REPLAY-CONTROL-RECORD.
           05  REPLSEQ-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  REPLSEQ-SEQUENCE    PIC 9(02).
      *    Every JSON report line ever written, appended run after
      *    run. Each record carries its run_id, so the archive can be
      *    scanned by run without any separate index. ARCHIVE-PURGE
      *    trims it to the retention limit.
       FD  JSON-ARCHIVE-FILE.
       01  JSON-ARCHIVE-RECORD    PIC X(300).
      *    One case name per line: cases failing because of an
      *    acknowledged maths-library bug. They still run and are
      *    still recorded, but a failure counts as KNOWN-FAILURES
      *    CASE-SNAPSHOT and stamped into the JSON summary.
       FD  SNAPSHOT-INFO-FILE.
       01  SNAPSHOT-INFO-RECORD   PIC X(13).
      *    The routine build register, read once at start-up for
      *    the build in force for each registered suite's routine.
      *    See build-register.cpy.
       FD  BUILD-REG-FILE.
           COPY 'build-register.cpy'.
      *    The suites' own control records - the retry count, the
      *    candidate library suffix, and the property suite's seed
      *    control and register. The suites read these themselves;
      *    they are read here only to record them in the run
      *    manifest and, on a replay, to prove they are the
      *    replay's own copies. They are never written here.
       FD  RETRY-CONFIG-FILE.
       01  RETRY-CONFIG-RECORD    PIC X(01).
       FD  COMPARE-CONFIG-FILE.
       01  COMPARE-CONFIG-RECORD  PIC X(08).
       FD  INVARIANT-CONFIG-FILE.
       01  INVARIANT-CONFIG-RECORD.
           05  INVCFG-SEED         PIC X(10).
           05  FILLER              PIC X(01).
           05  INVCFG-INPUT-COUNT  PIC X(04).
       FD  INVARIANT-REG-FILE.
       01  INVARIANT-REG-RECORD   PIC X(74).
      *    The case snapshot the suites run against, read through
      *    once in key order for the fingerprint in the manifest.
       FD  CASE-SNAPSHOT-FILE.
           COPY 'case-master.cpy'.
      *    The run manifest. See run-manifest.cpy.
       FD  RUN-MANIFEST-FILE.
           COPY 'run-manifest.cpy'.
      *    The results master, read by a replay for the original
      *    run's rows. See result-master.cpy.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
      *    A replay's case-by-case comparison with the run it
      *    replayed.
       FD  REPLAY-REPORT-FILE.
       01  REPLAY-REPORT-RECORD   PIC X(132).
      *    A replay's rebuilt control inputs, one replay-only DD
      *    for each control file, laid out as the file it stands
      *    in for.
       FD  REPLAY-SUITEREG-FILE.
       01  REPLAY-SUITEREG-RECORD PIC X(45).
       FD  REPLAY-QUARLIST-FILE.
       01  REPLAY-QUARLIST-RECORD PIC X(30).
       FD  REPLAY-WINDOWCFG-FILE.
       01  REPLAY-WINDOWCFG-RECORD PIC X(06).
       FD  REPLAY-RETRYCFG-FILE.
       01  REPLAY-RETRYCFG-RECORD PIC X(01).
       FD  REPLAY-CMPRCFG-FILE.
       01  REPLAY-CMPRCFG-RECORD  PIC X(08).
       FD  REPLAY-INVCFG-FILE.
       01  REPLAY-INVCFG-RECORD.
           05  REPLAY-INVCFG-SEED  PIC X(10).
           05  FILLER              PIC X(01).
           05  REPLAY-INVCFG-COUNT PIC X(04).
       FD  REPLAY-INVREG-FILE.
       01  REPLAY-INVREG-RECORD   PIC X(74).
       WORKING-STORAGE SECTION.
       COPY 'test-context.cpy'.
       01  RUN-DATE     PIC 9(8).
           05  HIST-FAILURES       PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HIST-DURATION       PIC ZZZZZ9.
       01  JSON-LINE    PIC X(300).
       01  JSON-PTR     PIC 9(04).
      *    Alert bodies handed to ALERT-WRITE, which stamps each
      *    with its alert identifier, appends it to the paging
      *    feed, and registers it for acknowledgment tracking.
               10  REGISTERED-KEYWORD     PIC X(07).
               10  SUITE-DONE-FLAG        PIC X(01).
                   88  REGISTERED-SUITE-DONE  VALUE 'Y'.
      *    Build of the suite's routine in force tonight, from the
      *    BUILDREG register: the row for the routine (the suite's
      *    PARM keyword) with the latest install date not after
      *    today. NONE when the register holds no such row.
               10  REGISTERED-BUILD-ID    PIC X(12).
               10  REGISTERED-BUILD-DATE  PIC 9(08).
      *    The registry line exactly as read, for the manifest.
               10  REGISTERED-LINE        PIC X(45).
       01  REGISTRY-SHIFT-SUB  PIC 9(02).
       01  REGISTRY-INSERT-SUB PIC 9(02).
       01  REGISTRY-SCAN-SUB   PIC 9(02).
       01  HIST-STATUS  PIC X(02).
       01  SNAPINFO-STATUS PIC X(02).
       01  SNAPSHOT-IDENTIFIER PIC X(13) VALUE 'NONE'.
       01  SEED-TEXT       PIC X(10) VALUE 'NONE'.
       01  BREG-STATUS     PIC X(02).
       01  BREG-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-BUILD-ROWS     VALUE 'Y'.
       01  CKPT-STATUS  PIC X(02).
       01  RUNSEQ-STATUS PIC X(02).
       01  REPLSEQ-STATUS PIC X(02).
       01  ARCHIVE-STATUS PIC X(02).
       01  QUAR-STATUS  PIC X(02).
       01  QUAR-EOF     PIC X(01) VALUE 'N'.
                   INDEXED BY TIMING-IDX.
               10  TIMED-SUITE-NAME    PIC X(12).
               10  TIMED-DURATION      PIC 9(6).
               10  TIMED-BUILD-ID      PIC X(12).
      *    Operations report layout. The suite registry drives the
      *    section order; pagination restarts the headings every
      *    PAGE-LINE-LIMIT detail lines.
           05  FILLER              PIC X(09) VALUE SPACES.
      *    Identifier stamped into every record of this run's JSON
      *    report and archive copy: the run date plus a two-digit
      *    sequence that distinguishes same-day reruns. A replay's
      *    identifier has an R in place of the dash, so it can never
      *    be mistaken for (or collide on RUNMANIF with) a night's.
       01  RUN-IDENTIFIER.
           05  RUN-ID-DATE         PIC 9(08).
           05  RUN-ID-SEPARATOR    PIC X(01) VALUE '-'.
           05  RUN-ID-SEQUENCE     PIC 9(02).
       01  CKPT-EOF     PIC X(01) VALUE 'N'.
           88  NO-MORE-CKPT-RECORDS   VALUE 'Y'.
      *    modification bound, so a mistyped over-length PARM can't
      *    read past the end of the linkage item.
       01  CAPPED-PARM-LENGTH  PIC S9(4) COMP.
      *    Run manifest. Every ALL run records under its run
      *    identifier the control inputs it read and a fingerprint
      *    of its case snapshot (see run-manifest.cpy). PARM
      *    REPLAY,<run id> re-runs a past ALL run: its SUITEREG,
      *    QUARLIST, WINDOWCFG, RETRYCFG, CMPRCFG, INVCFG and
      *    INVREG are rebuilt from its manifest, before anything
      *    reads them, onto the replay-only DDs RPLSUITE, RPLQUAR,
      *    RPLWIN, RPLRETRY, RPLCMPR, RPLINVC and RPLINVR. The
      *    suites read those control DD names themselves, so the
      *    replay step's JCL also points each control DD at its
      *    replay copy (and JSONRPT, OPSRPT, OVFLDETL and CKPTFILE
      *    at work datasets of its own). A replay never opens a
      *    control DD for output: one whose replay DD is missing,
      *    or that does not read back exactly as its replay copy,
      *    stops it with RC 12 before any suite runs, so a replay
      *    can neither run on live inputs nor overwrite them. The
      *    case snapshot comes from
      *    the steps ahead of it: CASE-REBUILD as of the original
      *    run date, from the CASEAUDT history, then CASE-SNAPSHOT
      *    off the rebuilt master. The replay checks that snapshot
      *    against the original's fingerprint, runs under a replay
      *    identifier of its own (REPLSEQ), and reports each case
      *    against the original run's RESULTDB rows on REPLRPT.
       01  RUN-MODE        PIC X(01) VALUE 'N'.
           88  NIGHTLY-RUN            VALUE 'N'.
           88  REPLAY-RUN             VALUE 'R'.
       01  REPLAY-OF-RUN-ID PIC X(11) VALUE SPACES.
       01  MANIF-STATUS    PIC X(02).
       01  MANIF-EOF       PIC X(01).
           88  NO-MORE-MANIFEST-ROWS  VALUE 'Y'.
       01  MANIF-LIST-TYPE PIC X(04).
       01  MANIF-ROW-SEQ   PIC 9(04).
      *    Control inputs as read, kept for the manifest header.
       01  RETRY-STATUS    PIC X(02).
       01  COMPARE-STATUS  PIC X(02).
       01  INVCFG-STATUS   PIC X(02).
       01  INVREG-STATUS   PIC X(02).
       01  INVREG-EOF      PIC X(01).
           88  NO-MORE-PROPERTY-ROWS  VALUE 'Y'.
       01  WINDOW-BUDGET-TEXT   PIC X(06) VALUE SPACES.
       01  RETRY-COUNT-TEXT     PIC X(01) VALUE SPACES.
       01  CANDIDATE-SUFFIX-TEXT PIC X(08) VALUE SPACES.
       01  INVCFG-TEXT          PIC X(15) VALUE SPACES.
      *    Snapshot fingerprint: the AUDIT-CHAIN check value folded
      *    over every CASESNAP row in key order, with the row count.
       01  CASESNAP-STATUS PIC X(02).
       01  CASESNAP-EOF    PIC X(01) VALUE 'N'.
           88  NO-MORE-SNAPSHOT-ROWS  VALUE 'Y'.
       01  SNAP-FINGERPRINT PIC 9(10) VALUE ZERO.
       01  SNAP-ROW-COUNT  PIC 9(07) VALUE ZERO.
           COPY 'chain-request.cpy'.
      *    What the replayed run's manifest recorded, for the
      *    snapshot check and the comparison report.
       01  ORIGINAL-RUN-DATE    PIC 9(08).
       01  ORIGINAL-SNAPSHOT-ID PIC X(13).
       01  ORIGINAL-FINGERPRINT PIC 9(10).
       01  ORIGINAL-ROW-COUNT   PIC 9(07).
       01  ORIGINAL-SEED        PIC 9(10).
       01  SNAPSHOT-MATCH  PIC X(01) VALUE 'Y'.
           88  SNAPSHOT-MATCHES-ORIGINAL VALUE 'Y'.
      *    Replay comparison. Each replayed case is looked up on
      *    RESULTDB under the original run identifier; then every
      *    original row the replay did not run is listed.
       01  RESULTDB-STATUS PIC X(02).
       01  RESULTDB-EOF    PIC X(01).
           88  NO-MORE-RESULT-ROWS    VALUE 'Y'.
      *    The control DDs a replay rebuilds, each with the
      *    replay-only DD its rebuilt copy is written to.
       01  REPLAY-INPUT-NAMES.
           05  FILLER PIC X(17) VALUE 'SUITEREG RPLSUITE'.
           05  FILLER PIC X(17) VALUE 'QUARLIST RPLQUAR '.
           05  FILLER PIC X(17) VALUE 'WINDOWCFGRPLWIN  '.
           05  FILLER PIC X(17) VALUE 'RETRYCFG RPLRETRY'.
           05  FILLER PIC X(17) VALUE 'CMPRCFG  RPLCMPR '.
           05  FILLER PIC X(17) VALUE 'INVCFG   RPLINVC '.
           05  FILLER PIC X(17) VALUE 'INVREG   RPLINVR '.
       01  REPLAY-INPUT-TABLE REDEFINES REPLAY-INPUT-NAMES.
           05  REPLAY-INPUT-ENTRY OCCURS 7 TIMES
                   INDEXED BY REPLAY-INPUT-IDX.
               10  REPLAY-CONTROL-DDNAME PIC X(09).
               10  REPLAY-COPY-DDNAME    PIC X(08).
       01  REPLAY-COPY-STATUS  PIC X(02).
       01  CONTROL-COPY-STATUS PIC X(02).
       01  REPLAY-COPY-LINE    PIC X(74).
       01  CONTROL-COPY-LINE   PIC X(74).
       01  REPLAY-COPY-EOF     PIC X(01).
           88  REPLAY-COPY-AT-END     VALUE 'Y'.
       01  CONTROL-COPY-EOF    PIC X(01).
           88  CONTROL-COPY-AT-END    VALUE 'Y'.
       01  REPLAY-COPY-MATCH   PIC X(01).
           88  CONTROL-IS-REPLAY-COPY VALUE 'Y'.
       01  REPLAY-FOUND    PIC X(01).
           88  ORIGINAL-CASE-REPLAYED VALUE 'Y'.
       01  COMPARE-CASE-NAME     PIC X(30).
       01  COMPARE-CASE-SUITE    PIC X(12).
       01  COMPARE-CASE-STATUS   PIC X(04).
       01  COMPARE-CASE-EXPECTED PIC X(12).
       01  COMPARE-CASE-ACTUAL   PIC X(12).
       01  REPLAY-MATCHED   PIC 9(04) VALUE ZERO.
       01  REPLAY-DIFFERENT PIC 9(04) VALUE ZERO.
       01  REPLAY-NEW       PIC 9(04) VALUE ZERO.
       01  REPLAY-NOT-RUN   PIC 9(04) VALUE ZERO.
       01  REPLAY-HEADING-LINE.
           05  FILLER              PIC X(26) VALUE
               'MATHS-SUITE REPLAY OF RUN '.
           05  REPLAY-HEAD-ORIGINAL PIC X(11).
           05  FILLER              PIC X(08) VALUE ' AS RUN '.
           05  REPLAY-HEAD-RUN-ID  PIC X(11).
           05  FILLER              PIC X(10) VALUE ' RUN DATE '.
           05  REPLAY-HEAD-DATE    PIC 9(08).
       01  REPLAY-SNAPSHOT-LINE.
           05  FILLER              PIC X(09) VALUE 'SNAPSHOT '.
           05  REPLAY-SNAP-WHEN    PIC X(05).
           05  REPLAY-SNAP-ID      PIC X(13).
           05  FILLER              PIC X(06) VALUE ' ROWS '.
           05  REPLAY-SNAP-ROWS    PIC Z(6)9.
           05  FILLER              PIC X(13) VALUE ' FINGERPRINT '.
           05  REPLAY-SNAP-PRINT   PIC 9(10).
       01  REPLAY-BUILD-LINE.
           05  FILLER              PIC X(06) VALUE 'BUILD '.
           05  REPLAY-BUILD-SUITE  PIC X(12).
           05  FILLER              PIC X(06) VALUE ' THEN '.
           05  REPLAY-BUILD-THEN   PIC X(12).
           05  FILLER              PIC X(05) VALUE ' NOW '.
           05  REPLAY-BUILD-NOW    PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-BUILD-NOTE   PIC X(07).
       01  REPLAY-COLUMN-LINE.
           05  FILLER              PIC X(13) VALUE 'SUITE'.
           05  FILLER              PIC X(31) VALUE 'CASE NAME'.
           05  FILLER              PIC X(10) VALUE 'WAS  NOW'.
           05  FILLER              PIC X(26) VALUE
               'EXPECTED WAS / NOW'.
           05  FILLER              PIC X(26) VALUE
               'ACTUAL WAS / NOW'.
           05  FILLER              PIC X(07) VALUE 'VERDICT'.
       01  REPLAY-DETAIL-LINE.
           05  REPLAY-SUITE-NAME   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-CASE-NAME    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-WAS-STATUS   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-NOW-STATUS   PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-WAS-EXPECTED PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-NOW-EXPECTED PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-WAS-ACTUAL   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-NOW-ACTUAL   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  REPLAY-VERDICT      PIC X(07).
       01  REPLAY-TOTALS-LINE.
           05  FILLER              PIC X(08) VALUE 'MATCHED '.
           05  REPLAY-TOTAL-MATCHED PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE ' DIFFERENT '.
           05  REPLAY-TOTAL-DIFFERENT PIC ZZZ9.
           05  FILLER              PIC X(05) VALUE ' NEW '.
           05  REPLAY-TOTAL-NEW    PIC ZZZ9.
           05  FILLER              PIC X(09) VALUE ' NOT RUN '.
           05  REPLAY-TOTAL-NOT-RUN PIC ZZZ9.
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
      *    ALL, a registry PARM keyword, or REPLAY,<run id>.
       01  PARM-VALUE   PIC X(18).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           DISPLAY "Running MATHS tests...".

           PERFORM CAPTURE-RUN-START.
           PERFORM READ-SUITE-PARM.
           IF REPLAY-RUN
               PERFORM REBUILD-REPLAY-INPUTS
           END-IF.
           PERFORM READ-WINDOW-BUDGET.
           PERFORM READ-SNAPSHOT-IDENTITY.
           PERFORM READ-SUITE-CONFIGS.
           PERFORM FINGERPRINT-CASE-SNAPSHOT.
           IF REPLAY-RUN
               PERFORM VERIFY-REPLAY-SNAPSHOT
           END-IF.

           CALL 'INITIALIZE-TEST-CONTEXT' USING TEST-CONTEXT.

           PERFORM LOAD-SUITE-REGISTRY.
           PERFORM LOAD-ROUTINE-BUILDS.

           PERFORM VALIDATE-SUITE-SELECTION.
           IF NOT VALID-SUITE-SELECTION

           PERFORM LOAD-QUARANTINE-LIST.

      *    A replay is never a checkpoint restart, and never
      *    touches the nightly checkpoint cycle.
           IF SELECT-ALL-SUITES AND NIGHTLY-RUN
               PERFORM LOAD-CHECKPOINTS
      *    A fresh cycle - including one started over a stale
      *    cycle just refused - begins with a rewritten CKPTFILE
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > REGISTRY-COUNT.

           IF SELECT-ALL-SUITES AND NIGHTLY-RUN
               PERFORM CLEAR-CHECKPOINTS
           END-IF.

           IF TOTAL-RUN-SECONDS > WINDOW-BUDGET-SECONDS
               DISPLAY 'WARNING: RUN EXCEEDED WINDOW BUDGET OF '
                   WINDOW-BUDGET-SECONDS ' S'
               IF NIGHTLY-RUN
                   PERFORM WRITE-WINDOW-WARNING
               END-IF
           END-IF.

      *    A replay is not a night's run: it stays off HISTLOG (and,
      *    below, off JSONARCH and the paging feed) so the trend and
      *    flakiness figures count each night once.
           IF NIGHTLY-RUN
               PERFORM WRITE-HISTORY-RECORD
           END-IF.
           PERFORM WRITE-JSON-REPORT.
           PERFORM WRITE-OPERATIONS-REPORT.
           IF SELECT-ALL-SUITES
               PERFORM WRITE-RUN-MANIFEST
           END-IF.

      *    A blocked suite pages on-call just as a failure does: a
      *    run that silently skipped a suite is not a green run.
           IF FAILURES IS GREATER THAN ZERO
                   OR BLOCKED-SUITES IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
               IF SELECT-ALL-SUITES AND NIGHTLY-RUN
                   IF FAILURES = ZERO
                       MOVE 'MATHS-SUITE BLOCKED - SEE JSONRPT'
                           TO ALERT-TEXT
               END-IF
           END-IF.

           IF REPLAY-RUN
               PERFORM WRITE-REPLAY-COMPARISON
           END-IF.

           GOBACK.

      *    Reads the last identifier handed out from RUNSEQ. A rerun
      *    sequence 00, marking an unconsolidated per-suite report,
      *    and RUN-CONSOLIDATE draws the night's real number when
      *    it merges them.
           EVALUATE TRUE
               WHEN NOT SELECT-ALL-SUITES
                   MOVE ZERO TO RUN-ID-SEQUENCE
               WHEN REPLAY-RUN
                   PERFORM ASSIGN-REPLAY-IDENTIFIER
               WHEN OTHER
                   OPEN INPUT RUN-CONTROL-FILE
                   IF RUNSEQ-STATUS = '00'
                       READ RUN-CONTROL-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RUNSEQ-DATE = RUN-DATE
                                   COMPUTE RUN-ID-SEQUENCE =
                                       RUNSEQ-SEQUENCE + 1
                               END-IF
                       END-READ
                       CLOSE RUN-CONTROL-FILE
                   END-IF
                   OPEN OUTPUT RUN-CONTROL-FILE
                   WRITE RUN-CONTROL-RECORD FROM RUN-IDENTIFIER
                   CLOSE RUN-CONTROL-FILE
           END-EVALUATE.

      *    The same rule against REPLSEQ, leaving RUNSEQ alone.
       ASSIGN-REPLAY-IDENTIFIER.
           MOVE 'R' TO RUN-ID-SEPARATOR.
           OPEN INPUT REPLAY-CONTROL-FILE.
           IF REPLSEQ-STATUS = '00'
               READ REPLAY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REPLSEQ-DATE = RUN-DATE
                           COMPUTE RUN-ID-SEQUENCE =
                               REPLSEQ-SEQUENCE + 1
                       END-IF
               END-READ
               CLOSE REPLAY-CONTROL-FILE
           END-IF.
           OPEN OUTPUT REPLAY-CONTROL-FILE.
           WRITE REPLAY-CONTROL-RECORD FROM RUN-IDENTIFIER.
           CLOSE REPLAY-CONTROL-FILE.

      *    REPLAY,<run id> replays a past ALL run - so the run
      *    selection is ALL. Any other PARM is the suite selection,
      *    and a malformed REPLAY PARM falls through to it and is
      *    refused as an unknown keyword.
       READ-SUITE-PARM.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 18
               MOVE 18 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH = 18
                   AND PARM-VALUE(1:7) = 'REPLAY,'
                   AND PARM-VALUE(8:11) NOT = SPACES
               SET REPLAY-RUN TO TRUE
               MOVE PARM-VALUE(8:11) TO REPLAY-OF-RUN-ID
               MOVE 'ALL' TO SUITE-SELECT
           ELSE
               IF CAPPED-PARM-LENGTH > 7
                   MOVE 7 TO CAPPED-PARM-LENGTH
               END-IF
               IF CAPPED-PARM-LENGTH > 0
                   MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH)
                       TO SUITE-SELECT
               END-IF
           END-IF.

      *    The registry is this run's table of contents; without it
           MOVE REG-PARM-KEYWORD TO
               REGISTERED-KEYWORD(REGISTRY-INSERT-SUB).
           MOVE 'N' TO SUITE-DONE-FLAG(REGISTRY-INSERT-SUB).
           MOVE 'NONE' TO REGISTERED-BUILD-ID(REGISTRY-INSERT-SUB).
           MOVE ZERO TO REGISTERED-BUILD-DATE(REGISTRY-INSERT-SUB).
           MOVE REGISTRY-RECORD TO REGISTERED-LINE(REGISTRY-INSERT-SUB).

       SHIFT-REGISTRY-ROW-UP.
           COMPUTE REGISTRY-INSERT-SUB = REGISTRY-SHIFT-SUB + 1.
               TO SUITE-REGISTRY-ENTRY(REGISTRY-INSERT-SUB).
           SUBTRACT 1 FROM REGISTRY-SHIFT-SUB.

      *    A missing or unreadable build register is no reason to
      *    hold the night's run: every suite simply reports build
      *    NONE, which is itself the prompt to register the builds.
       LOAD-ROUTINE-BUILDS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUILD-REG-FILE.
           IF BREG-STATUS = '00'
               PERFORM READ-NEXT-BUILD-ROW
                   UNTIL NO-MORE-BUILD-ROWS
               CLOSE BUILD-REG-FILE
           ELSE
               DISPLAY 'MATHS-SUITE: BUILDREG NOT AVAILABLE, STATUS='
                   BREG-STATUS ' - BUILDS REPORTED AS NONE'
           END-IF.

       READ-NEXT-BUILD-ROW.
           READ BUILD-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BUILD-ROWS TO TRUE
               NOT AT END
                   IF BREG-INSTALL-DATE IS NUMERIC
                           AND BREG-INSTALL-DATE NOT > RUN-DATE
                       PERFORM APPLY-BUILD-TO-REGISTRY
                           VARYING REGISTRY-SCAN-SUB FROM 1 BY 1
                           UNTIL REGISTRY-SCAN-SUB > REGISTRY-COUNT
                   END-IF
           END-READ.

      *    Two builds installed the same day: the later key (the
      *    higher build identifier) wins, the register being read
      *    in key order.
       APPLY-BUILD-TO-REGISTRY.
           IF REGISTERED-KEYWORD(REGISTRY-SCAN-SUB) = BREG-ROUTINE
                   AND BREG-INSTALL-DATE NOT <
                       REGISTERED-BUILD-DATE(REGISTRY-SCAN-SUB)
               MOVE BREG-BUILD-ID TO
                   REGISTERED-BUILD-ID(REGISTRY-SCAN-SUB)
               MOVE BREG-INSTALL-DATE TO
                   REGISTERED-BUILD-DATE(REGISTRY-SCAN-SUB)
           END-IF.

       VALIDATE-SUITE-SELECTION.
           MOVE 'N' TO SELECTION-OK.
           IF SELECT-ALL-SUITES
           ADD CKPT-INTM TO INTERMITTENTS.
           ADD CKPT-OVERFLOW TO OVERFLOW-COUNT.
           ADD CKPT-BLOCKED TO BLOCKED-SUITES.
           IF CKPT-INVARIANT-SEED IS NUMERIC
                   AND CKPT-INVARIANT-SEED > ZERO
               MOVE CKPT-INVARIANT-SEED TO INVARIANT-SEED
           END-IF.
           PERFORM RECORD-SUITE-TIMING.
      *    A checkpoint for a suite since removed from the registry
      *    has no run to skip: its counts still fold in above, but
               COMPUTE CKPT-BLOCKED =
                   BLOCKED-SUITES - BEFORE-BLOCKED
               MOVE CALL-ELAPSED TO CKPT-DURATION
               MOVE REGISTERED-BUILD-ID(REGISTRY-IDX)
                   TO CKPT-BUILD-ID
               PERFORM RECORD-SUITE-TIMING
               IF SELECT-ALL-SUITES AND NIGHTLY-RUN
                   PERFORM APPEND-CHECKPOINT
               END-IF
           END-IF.
           END-IF.

           SET CKPT-TYPE-SUMMARY TO TRUE.
           MOVE INVARIANT-SEED TO CKPT-INVARIANT-SEED.
           MOVE SPACES TO CKPT-SUMMARY-FILLER.
           WRITE CHECKPOINT-RECORD.
           IF CKPT-STATUS NOT = '00'
               SET TIMING-IDX TO SUITE-TIMING-COUNT
               MOVE CKPT-SUITE-NAME TO TIMED-SUITE-NAME(TIMING-IDX)
               MOVE CKPT-DURATION TO TIMED-DURATION(TIMING-IDX)
      *    Checkpoints written before builds were stamped carry
      *    spaces here.
               IF CKPT-BUILD-ID = SPACES
                   MOVE 'NONE' TO TIMED-BUILD-ID(TIMING-IDX)
               ELSE
                   MOVE CKPT-BUILD-ID TO TIMED-BUILD-ID(TIMING-IDX)
               END-IF
           END-IF.

      *    The suites read CASESNAP unconditionally, so a run whose
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WINDOW-CONFIG-RECORD TO WINDOW-BUDGET-TEXT
                       IF WINDOW-CONFIG-RECORD NOT = SPACES
                           COMPUTE WINDOW-BUDGET-SECONDS =
                               FUNCTION NUMVAL(WINDOW-CONFIG-RECORD)
               CLOSE WINDOW-CONFIG-FILE
           END-IF.

      *    The suites' control records, read here only so the
      *    manifest can record them. An absent file and a blank
      *    record mean the same thing to the suites - their default
      *    - and are both recorded as spaces.
       READ-SUITE-CONFIGS.
           OPEN INPUT RETRY-CONFIG-FILE.
           IF RETRY-STATUS = '00'
               READ RETRY-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RETRY-CONFIG-RECORD TO RETRY-COUNT-TEXT
               END-READ
               CLOSE RETRY-CONFIG-FILE
           END-IF.

           OPEN INPUT COMPARE-CONFIG-FILE.
           IF COMPARE-STATUS = '00'
               READ COMPARE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE COMPARE-CONFIG-RECORD
                           TO CANDIDATE-SUFFIX-TEXT
               END-READ
               CLOSE COMPARE-CONFIG-FILE
           END-IF.

           OPEN INPUT INVARIANT-CONFIG-FILE.
           IF INVCFG-STATUS = '00'
               READ INVARIANT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INVARIANT-CONFIG-RECORD TO INVCFG-TEXT
               END-READ
               CLOSE INVARIANT-CONFIG-FILE
           END-IF.

      *    No snapshot leaves the fingerprint and count at zero -
      *    the suites will block on the same missing file.
       FINGERPRINT-CASE-SNAPSHOT.
           OPEN INPUT CASE-SNAPSHOT-FILE.
           IF CASESNAP-STATUS = '00'
               PERFORM FOLD-NEXT-SNAPSHOT-ROW
                   UNTIL NO-MORE-SNAPSHOT-ROWS
               CLOSE CASE-SNAPSHOT-FILE
           END-IF.

       FOLD-NEXT-SNAPSHOT-ROW.
           READ CASE-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SNAPSHOT-ROWS TO TRUE
               NOT AT END
                   ADD 1 TO SNAP-ROW-COUNT
                   MOVE SNAP-FINGERPRINT TO CHAIN-PRIOR-VALUE
                   MOVE SPACES TO CHAIN-RECORD-TEXT
                   MOVE CASE-MASTER-RECORD TO CHAIN-RECORD-TEXT
                   MOVE 104 TO CHAIN-TEXT-LENGTH
                   CALL 'AUDIT-CHAIN' USING CHAIN-REQUEST
                   MOVE CHAIN-NEW-VALUE TO SNAP-FINGERPRINT
           END-READ.

      *    A rebuilt snapshot that differs from the one the original
      *    run used - a case changed later that same day, or history
      *    missing from CASEAUDT - still runs, but is announced here
      *    and on the comparison report, and the replay ends with
      *    RETURN-CODE 4: it is not an exact replay.
       VERIFY-REPLAY-SNAPSHOT.
           IF SNAP-FINGERPRINT NOT = ORIGINAL-FINGERPRINT
                   OR SNAP-ROW-COUNT NOT = ORIGINAL-ROW-COUNT
               MOVE 'N' TO SNAPSHOT-MATCH
               DISPLAY '*** REPLAY CASE SNAPSHOT DIFFERS FROM RUN '
                   REPLAY-OF-RUN-ID ' ***'
               DISPLAY '*** ROWS ' SNAP-ROW-COUNT ' FINGERPRINT '
                   SNAP-FINGERPRINT ', ORIGINAL ROWS '
                   ORIGINAL-ROW-COUNT ' FINGERPRINT '
                   ORIGINAL-FINGERPRINT ' ***'
           END-IF.

      *    A budget overrun is a warning to act on, not a failure:
      *    it goes to the paging feed so ops see it, but it does not
      *    redden the run or change the return code.
      *    array reader.
       WRITE-JSON-REPORT.
           OPEN OUTPUT JSON-REPORT-FILE.
           IF SELECT-ALL-SUITES AND NIGHTLY-RUN
               OPEN EXTEND JSON-ARCHIVE-FILE
               IF ARCHIVE-STATUS = '35'
                   OPEN OUTPUT JSON-ARCHIVE-FILE
               END-IF
           END-IF.

      *    The property suite's seed, or NONE when it did not run
      *    tonight, so a red property can be replayed exactly.
           IF INVARIANT-SEED > ZERO
               MOVE INVARIANT-SEED TO SEED-TEXT
           ELSE
               MOVE 'NONE' TO SEED-TEXT
           END-IF.

           MOVE SPACES TO JSON-LINE.
           MOVE 1 TO JSON-PTR.
           STRING '{"suite":"MATHS-SUITE","run_id":"'
               RUN-IDENTIFIER '","tests_run":"'
               TESTS-RUN '","passes":"' PASSES
               '","overflow":"' OVERFLOW-COUNT
               '","duration_cs":"' TOTAL-RUN-DURATION
               '","snapshot":"'
               FUNCTION TRIM(SNAPSHOT-IDENTIFIER)
               '","seed":"' FUNCTION TRIM(SEED-TEXT)
               DELIMITED BY SIZE INTO JSON-LINE
               WITH POINTER JSON-PTR.
      *    A replay's summary also names the run it replayed.
           IF REPLAY-RUN
               STRING '","replay_of":"' REPLAY-OF-RUN-ID
                   DELIMITED BY SIZE INTO JSON-LINE
                   WITH POINTER JSON-PTR
               END-STRING
           END-IF.
           STRING '"}' DELIMITED BY SIZE INTO JSON-LINE
               WITH POINTER JSON-PTR.
           PERFORM WRITE-JSON-LINE.

           PERFORM WRITE-JSON-SUITE-TIMING
           END-IF.

           CLOSE JSON-REPORT-FILE.
           IF SELECT-ALL-SUITES AND NIGHTLY-RUN
               CLOSE JSON-ARCHIVE-FILE
           END-IF.

               RUN-IDENTIFIER '","timed_suite":"'
               FUNCTION TRIM(TIMED-SUITE-NAME(TIMING-IDX))
               '","duration_cs":"' TIMED-DURATION(TIMING-IDX)
               '","build":"'
               FUNCTION TRIM(TIMED-BUILD-ID(TIMING-IDX)) '"}'
               DELIMITED BY SIZE INTO JSON-LINE.
           PERFORM WRITE-JSON-LINE.

      *    archive sees each case exactly once per night either way.
       WRITE-JSON-LINE.
           WRITE JSON-REPORT-RECORD FROM JSON-LINE.
           IF SELECT-ALL-SUITES AND NIGHTLY-RUN
               WRITE JSON-ARCHIVE-RECORD FROM JSON-LINE
               IF ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'WARNING: ARCHIVE WRITE FAILED, STATUS='
               END-IF
           END-IF.

      *    Rebuilds the replayed run's control files from its
      *    manifest onto the replay-only DDs, ahead of every
      *    paragraph that reads them, then proves each control DD
      *    the run will read is that replay copy. The
      *    header's single-valued inputs are written first; the
      *    INVCFG record carries the seed the property suite really
      *    used, which covers a seed the original drew from the
      *    clock. A manifest that cannot be read stops the replay:
      *    there is nothing to replay from.
       REBUILD-REPLAY-INPUTS.
           OPEN INPUT RUN-MANIFEST-FILE.
           IF MANIF-STATUS NOT = '00'
               DISPLAY 'MATHS-SUITE: RUNMANIF NOT AVAILABLE, STATUS='
                   MANIF-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE REPLAY-OF-RUN-ID TO MANIF-RUN-ID.
           SET MANIF-RUN-HEADER TO TRUE.
           MOVE ZERO TO MANIF-ENTRY-SEQ.
           READ RUN-MANIFEST-FILE
               INVALID KEY
                   DISPLAY 'MATHS-SUITE: NO MANIFEST FOR RUN '
                       REPLAY-OF-RUN-ID
                   CLOSE RUN-MANIFEST-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           DISPLAY 'MATHS-SUITE: REPLAYING RUN ' REPLAY-OF-RUN-ID.

           MOVE MANIF-RUN-DATE TO ORIGINAL-RUN-DATE.
           MOVE MANIF-SNAPSHOT-ID TO ORIGINAL-SNAPSHOT-ID.
           MOVE MANIF-SNAP-FINGERPRINT TO ORIGINAL-FINGERPRINT.
           MOVE MANIF-SNAP-ROW-COUNT TO ORIGINAL-ROW-COUNT.
           MOVE MANIF-INVARIANT-SEED TO ORIGINAL-SEED.

           PERFORM OPEN-REPLAY-COPY
               VARYING REPLAY-INPUT-IDX FROM 1 BY 1
               UNTIL REPLAY-INPUT-IDX > 7.

           IF MANIF-WINDOW-BUDGET NOT = SPACES
               WRITE REPLAY-WINDOWCFG-RECORD FROM MANIF-WINDOW-BUDGET
           END-IF.
           CLOSE REPLAY-WINDOWCFG-FILE.

           IF MANIF-RETRY-COUNT NOT = SPACES
               WRITE REPLAY-RETRYCFG-RECORD FROM MANIF-RETRY-COUNT
           END-IF.
           CLOSE REPLAY-RETRYCFG-FILE.

           IF MANIF-CANDIDATE-SUFFIX NOT = SPACES
               WRITE REPLAY-CMPRCFG-RECORD
                   FROM MANIF-CANDIDATE-SUFFIX
           END-IF.
           CLOSE REPLAY-CMPRCFG-FILE.

           MOVE MANIF-INVCFG-RECORD TO REPLAY-INVCFG-RECORD.
           IF MANIF-INVARIANT-SEED > ZERO
               MOVE MANIF-INVARIANT-SEED TO REPLAY-INVCFG-SEED
           END-IF.
           IF REPLAY-INVCFG-RECORD NOT = SPACES
               WRITE REPLAY-INVCFG-RECORD
           END-IF.
           CLOSE REPLAY-INVCFG-FILE.

           MOVE 'SREG' TO MANIF-LIST-TYPE.
           PERFORM READ-MANIFEST-LIST.
           CLOSE REPLAY-SUITEREG-FILE.

           MOVE 'QUAR' TO MANIF-LIST-TYPE.
           PERFORM READ-MANIFEST-LIST.
           CLOSE REPLAY-QUARLIST-FILE.

           MOVE 'INVR' TO MANIF-LIST-TYPE.
           PERFORM READ-MANIFEST-LIST.
           CLOSE REPLAY-INVREG-FILE.

           CLOSE RUN-MANIFEST-FILE.

           PERFORM CHECK-CONTROL-IS-REPLAY-COPY
               VARYING REPLAY-INPUT-IDX FROM 1 BY 1
               UNTIL REPLAY-INPUT-IDX > 7.

      *    Opens the replay-only DD for one rebuilt control input.
      *    A replay run without it allocated has nowhere safe to
      *    put its inputs and goes no further.
       OPEN-REPLAY-COPY.
           EVALUATE REPLAY-INPUT-IDX
               WHEN 1
                   OPEN OUTPUT REPLAY-SUITEREG-FILE
               WHEN 2
                   OPEN OUTPUT REPLAY-QUARLIST-FILE
               WHEN 3
                   OPEN OUTPUT REPLAY-WINDOWCFG-FILE
               WHEN 4
                   OPEN OUTPUT REPLAY-RETRYCFG-FILE
               WHEN 5
                   OPEN OUTPUT REPLAY-CMPRCFG-FILE
               WHEN 6
                   OPEN OUTPUT REPLAY-INVCFG-FILE
               WHEN 7
                   OPEN OUTPUT REPLAY-INVREG-FILE
           END-EVALUATE.
           IF REPLAY-COPY-STATUS NOT = '00'
               DISPLAY 'MATHS-SUITE: REPLAY NEEDS '
                   REPLAY-COPY-DDNAME(REPLAY-INPUT-IDX)
                   ' ALLOCATED FOR ITS '
                   REPLAY-CONTROL-DDNAME(REPLAY-INPUT-IDX)
                   ', STATUS=' REPLAY-COPY-STATUS
               CLOSE RUN-MANIFEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Reads one control DD alongside its replay copy. The
      *    suites read the control DD names themselves, so unless
      *    the step's JCL points each at its replay copy the replay
      *    would run on that night's inputs instead of the original
      *    run's - it stops here instead. A control DD that is not
      *    allocated matches an empty replay copy.
       CHECK-CONTROL-IS-REPLAY-COPY.
           MOVE 'Y' TO REPLAY-COPY-MATCH.
           MOVE 'N' TO REPLAY-COPY-EOF.
           MOVE 'N' TO CONTROL-COPY-EOF.
           PERFORM OPEN-REPLAY-COPY-PAIR.
           IF REPLAY-COPY-STATUS NOT = '00'
               SET REPLAY-COPY-AT-END TO TRUE
               MOVE 'N' TO REPLAY-COPY-MATCH
           END-IF.
           IF CONTROL-COPY-STATUS = '35'
               SET CONTROL-COPY-AT-END TO TRUE
           ELSE
               IF CONTROL-COPY-STATUS NOT = '00'
                   SET CONTROL-COPY-AT-END TO TRUE
                   MOVE 'N' TO REPLAY-COPY-MATCH
               END-IF
           END-IF.
           PERFORM COMPARE-REPLAY-COPY-ROW
               UNTIL NOT CONTROL-IS-REPLAY-COPY
                   OR (REPLAY-COPY-AT-END AND CONTROL-COPY-AT-END).
           PERFORM CLOSE-REPLAY-COPY-PAIR.
           IF NOT CONTROL-IS-REPLAY-COPY
               DISPLAY 'MATHS-SUITE: '
                   REPLAY-CONTROL-DDNAME(REPLAY-INPUT-IDX)
                   ' IS NOT THE REPLAY COPY ON '
                   REPLAY-COPY-DDNAME(REPLAY-INPUT-IDX)
                   ' - REPLAY STOPPED BEFORE ANY SUITE RAN'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-REPLAY-COPY-PAIR.
           EVALUATE REPLAY-INPUT-IDX
               WHEN 1
                   OPEN INPUT REPLAY-SUITEREG-FILE
                   OPEN INPUT SUITE-REGISTRY-FILE
                   MOVE REGISTRY-STATUS TO CONTROL-COPY-STATUS
               WHEN 2
                   OPEN INPUT REPLAY-QUARLIST-FILE
                   OPEN INPUT QUARANTINE-FILE
                   MOVE QUAR-STATUS TO CONTROL-COPY-STATUS
               WHEN 3
                   OPEN INPUT REPLAY-WINDOWCFG-FILE
                   OPEN INPUT WINDOW-CONFIG-FILE
                   MOVE WINDOW-STATUS TO CONTROL-COPY-STATUS
               WHEN 4
                   OPEN INPUT REPLAY-RETRYCFG-FILE
                   OPEN INPUT RETRY-CONFIG-FILE
                   MOVE RETRY-STATUS TO CONTROL-COPY-STATUS
               WHEN 5
                   OPEN INPUT REPLAY-CMPRCFG-FILE
                   OPEN INPUT COMPARE-CONFIG-FILE
                   MOVE COMPARE-STATUS TO CONTROL-COPY-STATUS
               WHEN 6
                   OPEN INPUT REPLAY-INVCFG-FILE
                   OPEN INPUT INVARIANT-CONFIG-FILE
                   MOVE INVCFG-STATUS TO CONTROL-COPY-STATUS
               WHEN 7
                   OPEN INPUT REPLAY-INVREG-FILE
                   OPEN INPUT INVARIANT-REG-FILE
                   MOVE INVREG-STATUS TO CONTROL-COPY-STATUS
           END-EVALUATE.

       COMPARE-REPLAY-COPY-ROW.
           MOVE SPACES TO REPLAY-COPY-LINE.
           MOVE SPACES TO CONTROL-COPY-LINE.
           IF NOT REPLAY-COPY-AT-END
               PERFORM READ-REPLAY-COPY-ROW
           END-IF.
           IF NOT CONTROL-COPY-AT-END
               PERFORM READ-CONTROL-COPY-ROW
           END-IF.
           IF REPLAY-COPY-EOF NOT = CONTROL-COPY-EOF
                   OR REPLAY-COPY-LINE NOT = CONTROL-COPY-LINE
               MOVE 'N' TO REPLAY-COPY-MATCH
           END-IF.

       READ-REPLAY-COPY-ROW.
           EVALUATE REPLAY-INPUT-IDX
               WHEN 1
                   READ REPLAY-SUITEREG-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ REPLAY-QUARLIST-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ REPLAY-WINDOWCFG-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ REPLAY-RETRYCFG-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
               WHEN 5
                   READ REPLAY-CMPRCFG-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
               WHEN 6
                   READ REPLAY-INVCFG-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
               WHEN 7
                   READ REPLAY-INVREG-FILE INTO REPLAY-COPY-LINE
                       AT END SET REPLAY-COPY-AT-END TO TRUE
                   END-READ
           END-EVALUATE.

       READ-CONTROL-COPY-ROW.
           EVALUATE REPLAY-INPUT-IDX
               WHEN 1
                   READ SUITE-REGISTRY-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ QUARANTINE-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ WINDOW-CONFIG-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ RETRY-CONFIG-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
               WHEN 5
                   READ COMPARE-CONFIG-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
               WHEN 6
                   READ INVARIANT-CONFIG-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
               WHEN 7
                   READ INVARIANT-REG-FILE INTO CONTROL-COPY-LINE
                       AT END SET CONTROL-COPY-AT-END TO TRUE
                   END-READ
           END-EVALUATE.

      *    Closes whichever of the pair opened.
       CLOSE-REPLAY-COPY-PAIR.
           EVALUATE REPLAY-INPUT-IDX
               WHEN 1
                   CLOSE REPLAY-SUITEREG-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE SUITE-REGISTRY-FILE
                   END-IF
               WHEN 2
                   CLOSE REPLAY-QUARLIST-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE QUARANTINE-FILE
                   END-IF
               WHEN 3
                   CLOSE REPLAY-WINDOWCFG-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE WINDOW-CONFIG-FILE
                   END-IF
               WHEN 4
                   CLOSE REPLAY-RETRYCFG-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE RETRY-CONFIG-FILE
                   END-IF
               WHEN 5
                   CLOSE REPLAY-CMPRCFG-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE COMPARE-CONFIG-FILE
                   END-IF
               WHEN 6
                   CLOSE REPLAY-INVCFG-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE INVARIANT-CONFIG-FILE
                   END-IF
               WHEN 7
                   CLOSE REPLAY-INVREG-FILE
                   IF CONTROL-COPY-STATUS = '00'
                       CLOSE INVARIANT-REG-FILE
                   END-IF
           END-EVALUATE.

      *    Reads the replayed run's manifest rows of the type in
      *    MANIF-LIST-TYPE, in sequence, handing each to
      *    APPLY-MANIFEST-ROW.
       READ-MANIFEST-LIST.
           MOVE 'N' TO MANIF-EOF.
           MOVE REPLAY-OF-RUN-ID TO MANIF-RUN-ID.
           MOVE MANIF-LIST-TYPE TO MANIF-ENTRY-TYPE.
           MOVE ZERO TO MANIF-ENTRY-SEQ.
           START RUN-MANIFEST-FILE KEY IS NOT LESS THAN MANIF-KEY
               INVALID KEY
                   SET NO-MORE-MANIFEST-ROWS TO TRUE
           END-START.
           PERFORM READ-NEXT-MANIFEST-ROW
               UNTIL NO-MORE-MANIFEST-ROWS.

       READ-NEXT-MANIFEST-ROW.
           READ RUN-MANIFEST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MANIFEST-ROWS TO TRUE
               NOT AT END
                   IF MANIF-RUN-ID NOT = REPLAY-OF-RUN-ID
                           OR MANIF-ENTRY-TYPE NOT = MANIF-LIST-TYPE
                       SET NO-MORE-MANIFEST-ROWS TO TRUE
                   ELSE
                       PERFORM APPLY-MANIFEST-ROW
                   END-IF
           END-READ.

       APPLY-MANIFEST-ROW.
           EVALUATE TRUE
               WHEN MANIF-REGISTRY-ROW
                   WRITE REPLAY-SUITEREG-RECORD
                       FROM MANIF-REGISTRY-LINE
               WHEN MANIF-QUARANTINE-ROW
                   WRITE REPLAY-QUARLIST-RECORD
                       FROM MANIF-QUARANTINE-NAME
               WHEN MANIF-PROPERTY-ROW
                   WRITE REPLAY-INVREG-RECORD
                       FROM MANIF-PROPERTY-LINE
               WHEN MANIF-BUILD-ROW
                   PERFORM WRITE-REPLAY-BUILD-LINE
           END-EVALUATE.

      *    Records this run's control inputs under its run
      *    identifier: the header, then the registry rows it ran,
      *    the quarantine list, the property register and the
      *    builds in force. A manifest that cannot be written does
      *    not undo a completed run - it is a warning that this
      *    run cannot be replayed.
       WRITE-RUN-MANIFEST.
           OPEN I-O RUN-MANIFEST-FILE.
           IF MANIF-STATUS = '35'
               OPEN OUTPUT RUN-MANIFEST-FILE
               CLOSE RUN-MANIFEST-FILE
               OPEN I-O RUN-MANIFEST-FILE
           END-IF.
           IF MANIF-STATUS NOT = '00'
               DISPLAY 'WARNING: RUNMANIF NOT AVAILABLE, STATUS='
                   MANIF-STATUS ' - RUN CANNOT BE REPLAYED'
           ELSE
               MOVE SPACES TO MANIFEST-RECORD
               MOVE RUN-IDENTIFIER TO MANIF-RUN-ID
               SET MANIF-RUN-HEADER TO TRUE
               MOVE ZERO TO MANIF-ENTRY-SEQ
               MOVE SUITE-SELECT TO MANIF-RUN-PARM
               MOVE REPLAY-OF-RUN-ID TO MANIF-REPLAY-OF
               MOVE RUN-ID-DATE TO MANIF-RUN-DATE
               MOVE WINDOW-BUDGET-TEXT TO MANIF-WINDOW-BUDGET
               MOVE RETRY-COUNT-TEXT TO MANIF-RETRY-COUNT
               MOVE CANDIDATE-SUFFIX-TEXT TO MANIF-CANDIDATE-SUFFIX
               MOVE INVCFG-TEXT TO MANIF-INVCFG-RECORD
               MOVE INVARIANT-SEED TO MANIF-INVARIANT-SEED
               MOVE SNAPSHOT-IDENTIFIER TO MANIF-SNAPSHOT-ID
               MOVE SNAP-FINGERPRINT TO MANIF-SNAP-FINGERPRINT
               MOVE SNAP-ROW-COUNT TO MANIF-SNAP-ROW-COUNT
               PERFORM WRITE-MANIFEST-ROW
               MOVE ZERO TO MANIF-ROW-SEQ
               PERFORM WRITE-MANIFEST-REGISTRY-ROW
                   VARYING REGISTRY-IDX FROM 1 BY 1
                   UNTIL REGISTRY-IDX > REGISTRY-COUNT
               MOVE ZERO TO MANIF-ROW-SEQ
               PERFORM WRITE-MANIFEST-QUARANTINE-ROW
                   VARYING QUAR-IDX FROM 1 BY 1
                   UNTIL QUAR-IDX > QUARANTINE-COUNT
               PERFORM WRITE-MANIFEST-PROPERTY-ROWS
               MOVE ZERO TO MANIF-ROW-SEQ
               PERFORM WRITE-MANIFEST-BUILD-ROW
                   VARYING REGISTRY-IDX FROM 1 BY 1
                   UNTIL REGISTRY-IDX > REGISTRY-COUNT
               CLOSE RUN-MANIFEST-FILE
           END-IF.

       WRITE-MANIFEST-ROW.
           WRITE MANIFEST-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: MANIFEST ROW ALREADY ON FILE: '
                       MANIF-KEY
           END-WRITE.

       START-MANIFEST-LIST-ROW.
           ADD 1 TO MANIF-ROW-SEQ.
           MOVE MANIF-ROW-SEQ TO MANIF-ENTRY-SEQ.
           MOVE SPACES TO MANIF-ENTRY-DATA.

       WRITE-MANIFEST-REGISTRY-ROW.
           SET MANIF-REGISTRY-ROW TO TRUE.
           PERFORM START-MANIFEST-LIST-ROW.
           MOVE REGISTERED-LINE(REGISTRY-IDX) TO MANIF-REGISTRY-LINE.
           PERFORM WRITE-MANIFEST-ROW.

       WRITE-MANIFEST-QUARANTINE-ROW.
           SET MANIF-QUARANTINE-ROW TO TRUE.
           PERFORM START-MANIFEST-LIST-ROW.
           MOVE QUARANTINED-NAME(QUAR-IDX) TO MANIF-QUARANTINE-NAME.
           PERFORM WRITE-MANIFEST-ROW.

       WRITE-MANIFEST-BUILD-ROW.
           SET MANIF-BUILD-ROW TO TRUE.
           PERFORM START-MANIFEST-LIST-ROW.
           MOVE REGISTERED-SUITE-NAME(REGISTRY-IDX)
               TO MANIF-BUILD-SUITE.
           MOVE REGISTERED-BUILD-ID(REGISTRY-IDX) TO MANIF-BUILD-ID.
           MOVE REGISTERED-BUILD-DATE(REGISTRY-IDX)
               TO MANIF-BUILD-DATE.
           PERFORM WRITE-MANIFEST-ROW.

      *    The property register is read by INVARIANT itself, so it
      *    is copied into the manifest from the file the suite ran
      *    from.
       WRITE-MANIFEST-PROPERTY-ROWS.
           MOVE ZERO TO MANIF-ROW-SEQ.
           MOVE 'N' TO INVREG-EOF.
           OPEN INPUT INVARIANT-REG-FILE.
           IF INVREG-STATUS = '00'
               PERFORM COPY-NEXT-PROPERTY-ROW
                   UNTIL NO-MORE-PROPERTY-ROWS
               CLOSE INVARIANT-REG-FILE
           END-IF.

       COPY-NEXT-PROPERTY-ROW.
           READ INVARIANT-REG-FILE
               AT END
                   SET NO-MORE-PROPERTY-ROWS TO TRUE
               NOT AT END
                   SET MANIF-PROPERTY-ROW TO TRUE
                   PERFORM START-MANIFEST-LIST-ROW
                   MOVE INVARIANT-REG-RECORD TO MANIF-PROPERTY-LINE
                   PERFORM WRITE-MANIFEST-ROW
           END-READ.

      *    The replay's comparison report: what was replayed and
      *    against what snapshot and builds, then every case the
      *    replay ran set against the original run's RESULTDB row -
      *    MATCH, DIFFERS (status, expected or actual changed) or
      *    NEW (no original row) - then every original row the
      *    replay did not run (NOT RUN). Any verdict but MATCH, or
      *    a snapshot that differs, ends the replay RETURN-CODE 4;
      *    no RESULTDB to compare with is RETURN-CODE 12.
       WRITE-REPLAY-COMPARISON.
           OPEN OUTPUT REPLAY-REPORT-FILE.
           MOVE REPLAY-OF-RUN-ID TO REPLAY-HEAD-ORIGINAL.
           MOVE RUN-IDENTIFIER TO REPLAY-HEAD-RUN-ID.
           MOVE ORIGINAL-RUN-DATE TO REPLAY-HEAD-DATE.
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-HEADING-LINE.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           WRITE REPLAY-REPORT-RECORD.

           MOVE 'THEN ' TO REPLAY-SNAP-WHEN.
           MOVE ORIGINAL-SNAPSHOT-ID TO REPLAY-SNAP-ID.
           MOVE ORIGINAL-ROW-COUNT TO REPLAY-SNAP-ROWS.
           MOVE ORIGINAL-FINGERPRINT TO REPLAY-SNAP-PRINT.
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-SNAPSHOT-LINE.
           MOVE 'NOW  ' TO REPLAY-SNAP-WHEN.
           MOVE SNAPSHOT-IDENTIFIER TO REPLAY-SNAP-ID.
           MOVE SNAP-ROW-COUNT TO REPLAY-SNAP-ROWS.
           MOVE SNAP-FINGERPRINT TO REPLAY-SNAP-PRINT.
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-SNAPSHOT-LINE.
           IF SNAPSHOT-MATCHES-ORIGINAL
               MOVE 'CASE SNAPSHOT MATCHES THE ORIGINAL RUN'
                   TO REPLAY-REPORT-RECORD
           ELSE
               MOVE '*** CASE SNAPSHOT DIFFERS - NOT AN EXACT REPLAY'
                   TO REPLAY-REPORT-RECORD
           END-IF.
           WRITE REPLAY-REPORT-RECORD.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           STRING 'SEED THEN ' ORIGINAL-SEED ' NOW ' INVARIANT-SEED
               DELIMITED BY SIZE INTO REPLAY-REPORT-RECORD
           END-STRING.
           WRITE REPLAY-REPORT-RECORD.

      *    The routines run are today's builds, whatever ran then;
      *    a changed build is the first suspect for a difference.
           OPEN INPUT RUN-MANIFEST-FILE.
           IF MANIF-STATUS = '00'
               MOVE 'BILD' TO MANIF-LIST-TYPE
               PERFORM READ-MANIFEST-LIST
               CLOSE RUN-MANIFEST-FILE
           END-IF.
           MOVE SPACES TO REPLAY-REPORT-RECORD.
           WRITE REPLAY-REPORT-RECORD.

           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULTDB-STATUS NOT = '00'
               DISPLAY 'MATHS-SUITE: RESULTDB NOT AVAILABLE, STATUS='
                   RESULTDB-STATUS ' - REPLAY NOT COMPARED'
               MOVE SPACES TO REPLAY-REPORT-RECORD
               STRING 'RESULTDB NOT AVAILABLE, STATUS='
                   RESULTDB-STATUS ' - NO CASE COMPARISON'
                   DELIMITED BY SIZE INTO REPLAY-REPORT-RECORD
               END-STRING
               WRITE REPLAY-REPORT-RECORD
               CLOSE REPLAY-REPORT-FILE
               MOVE 12 TO RETURN-CODE
           ELSE
               WRITE REPLAY-REPORT-RECORD FROM REPLAY-COLUMN-LINE
               PERFORM COMPARE-REPLAYED-CASE
                   VARYING TEST-CASE-IDX FROM 1 BY 1
                   UNTIL TEST-CASE-IDX > TEST-CASE-COUNT
               IF OVERFLOW-COUNT > ZERO
                   PERFORM COMPARE-REPLAYED-OVERFLOW
               END-IF
               PERFORM LIST-ORIGINAL-NOT-REPLAYED
               CLOSE RESULT-MASTER-FILE
               MOVE SPACES TO REPLAY-REPORT-RECORD
               WRITE REPLAY-REPORT-RECORD
               MOVE REPLAY-MATCHED TO REPLAY-TOTAL-MATCHED
               MOVE REPLAY-DIFFERENT TO REPLAY-TOTAL-DIFFERENT
               MOVE REPLAY-NEW TO REPLAY-TOTAL-NEW
               MOVE REPLAY-NOT-RUN TO REPLAY-TOTAL-NOT-RUN
               WRITE REPLAY-REPORT-RECORD FROM REPLAY-TOTALS-LINE
               CLOSE REPLAY-REPORT-FILE
               DISPLAY 'REPLAY OF ' REPLAY-OF-RUN-ID ': MATCHED '
                   REPLAY-MATCHED ' DIFFERENT ' REPLAY-DIFFERENT
                   ' NEW ' REPLAY-NEW ' NOT RUN ' REPLAY-NOT-RUN
               IF REPLAY-DIFFERENT > ZERO
                       OR REPLAY-NEW > ZERO
                       OR REPLAY-NOT-RUN > ZERO
                       OR NOT SNAPSHOT-MATCHES-ORIGINAL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-REPLAY-BUILD-LINE.
           MOVE MANIF-BUILD-SUITE TO REPLAY-BUILD-SUITE.
           MOVE MANIF-BUILD-ID TO REPLAY-BUILD-THEN.
           MOVE MANIF-BUILD-SUITE TO LOOKUP-SUITE-NAME.
           PERFORM FIND-REGISTRY-SUITE.
           IF REGISTRY-MATCH-SUB > ZERO
               MOVE REGISTERED-BUILD-ID(REGISTRY-MATCH-SUB)
                   TO REPLAY-BUILD-NOW
           ELSE
               MOVE 'NONE' TO REPLAY-BUILD-NOW
           END-IF.
           IF REPLAY-BUILD-NOW = REPLAY-BUILD-THEN
               MOVE SPACES TO REPLAY-BUILD-NOTE
           ELSE
               MOVE 'CHANGED' TO REPLAY-BUILD-NOTE
           END-IF.
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-BUILD-LINE.

       COMPARE-REPLAYED-CASE.
           MOVE TEST-CASE-NAME(TEST-CASE-IDX) TO COMPARE-CASE-NAME.
           MOVE TEST-CASE-SUITE(TEST-CASE-IDX) TO COMPARE-CASE-SUITE.
           MOVE TEST-CASE-STATUS(TEST-CASE-IDX)
               TO COMPARE-CASE-STATUS.
           MOVE FUNCTION TRIM(TEST-CASE-EXPECTED(TEST-CASE-IDX))
               TO COMPARE-CASE-EXPECTED.
           MOVE FUNCTION TRIM(TEST-CASE-ACTUAL(TEST-CASE-IDX))
               TO COMPARE-CASE-ACTUAL.
           PERFORM COMPARE-ONE-CASE.

       COMPARE-REPLAYED-OVERFLOW.
           MOVE 'N' TO OVFL-EOF.
           OPEN INPUT OVERFLOW-FILE.
           IF OVERFLOW-STATUS = '00'
               PERFORM COMPARE-NEXT-OVERFLOW-CASE
                   UNTIL NO-MORE-OVERFLOW-ROWS
               CLOSE OVERFLOW-FILE
           END-IF.

       COMPARE-NEXT-OVERFLOW-CASE.
           READ OVERFLOW-FILE
               AT END
                   SET NO-MORE-OVERFLOW-ROWS TO TRUE
               NOT AT END
                   MOVE OVFL-CASE-NAME TO COMPARE-CASE-NAME
                   MOVE OVFL-CASE-SUITE TO COMPARE-CASE-SUITE
                   MOVE OVFL-CASE-STATUS TO COMPARE-CASE-STATUS
                   MOVE FUNCTION TRIM(OVFL-CASE-EXPECTED)
                       TO COMPARE-CASE-EXPECTED
                   MOVE FUNCTION TRIM(OVFL-CASE-ACTUAL)
                       TO COMPARE-CASE-ACTUAL
                   PERFORM COMPARE-ONE-CASE
           END-READ.

      *    RESULTDB holds the values as the JSON report carried
      *    them, trimmed, so the replay's are trimmed to match.
       COMPARE-ONE-CASE.
           MOVE COMPARE-CASE-SUITE TO REPLAY-SUITE-NAME.
           MOVE COMPARE-CASE-NAME TO REPLAY-CASE-NAME.
           MOVE COMPARE-CASE-STATUS TO REPLAY-NOW-STATUS.
           MOVE COMPARE-CASE-EXPECTED TO REPLAY-NOW-EXPECTED.
           MOVE COMPARE-CASE-ACTUAL TO REPLAY-NOW-ACTUAL.
           MOVE REPLAY-OF-RUN-ID TO RESULT-RUN-ID.
           MOVE COMPARE-CASE-SUITE TO RESULT-SUITE-NAME.
           MOVE COMPARE-CASE-NAME TO RESULT-CASE-NAME.
           READ RESULT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO REPLAY-WAS-STATUS
                   MOVE SPACES TO REPLAY-WAS-EXPECTED
                   MOVE SPACES TO REPLAY-WAS-ACTUAL
                   MOVE 'NEW' TO REPLAY-VERDICT
                   ADD 1 TO REPLAY-NEW
               NOT INVALID KEY
                   MOVE RESULT-CASE-STATUS TO REPLAY-WAS-STATUS
                   MOVE RESULT-EXPECTED TO REPLAY-WAS-EXPECTED
                   MOVE RESULT-ACTUAL TO REPLAY-WAS-ACTUAL
                   IF RESULT-CASE-STATUS = COMPARE-CASE-STATUS
                           AND RESULT-EXPECTED = COMPARE-CASE-EXPECTED
                           AND RESULT-ACTUAL = COMPARE-CASE-ACTUAL
                       MOVE 'MATCH' TO REPLAY-VERDICT
                       ADD 1 TO REPLAY-MATCHED
                   ELSE
                       MOVE 'DIFFERS' TO REPLAY-VERDICT
                       ADD 1 TO REPLAY-DIFFERENT
                   END-IF
           END-READ.
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-DETAIL-LINE.

      *    Every row the original run loaded, by START on its run
      *    identifier, that the replay has no case for - a suite
      *    or case the rebuilt inputs no longer produce.
       LIST-ORIGINAL-NOT-REPLAYED.
           MOVE 'N' TO RESULTDB-EOF.
           MOVE REPLAY-OF-RUN-ID TO RESULT-RUN-ID.
           MOVE LOW-VALUES TO RESULT-SUITE-NAME.
           MOVE LOW-VALUES TO RESULT-CASE-NAME.
           START RESULT-MASTER-FILE KEY IS NOT LESS THAN RESULT-KEY
               INVALID KEY
                   SET NO-MORE-RESULT-ROWS TO TRUE
           END-START.
           PERFORM CHECK-NEXT-ORIGINAL-ROW
               UNTIL NO-MORE-RESULT-ROWS.

       CHECK-NEXT-ORIGINAL-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULT-ROWS TO TRUE
               NOT AT END
                   IF RESULT-RUN-ID NOT = REPLAY-OF-RUN-ID
                       SET NO-MORE-RESULT-ROWS TO TRUE
                   ELSE
                       PERFORM FIND-REPLAYED-CASE
                       IF NOT ORIGINAL-CASE-REPLAYED
                           PERFORM REPORT-CASE-NOT-REPLAYED
                       END-IF
                   END-IF
           END-READ.

       FIND-REPLAYED-CASE.
           MOVE 'N' TO REPLAY-FOUND.
           PERFORM CHECK-REPLAYED-CASE
               VARYING TEST-CASE-IDX FROM 1 BY 1
               UNTIL TEST-CASE-IDX > TEST-CASE-COUNT
                   OR ORIGINAL-CASE-REPLAYED.
           IF NOT ORIGINAL-CASE-REPLAYED AND OVERFLOW-COUNT > ZERO
               MOVE 'N' TO OVFL-EOF
               OPEN INPUT OVERFLOW-FILE
               IF OVERFLOW-STATUS = '00'
                   PERFORM CHECK-NEXT-REPLAYED-OVERFLOW
                       UNTIL NO-MORE-OVERFLOW-ROWS
                           OR ORIGINAL-CASE-REPLAYED
                   CLOSE OVERFLOW-FILE
               END-IF
           END-IF.

       CHECK-REPLAYED-CASE.
           IF TEST-CASE-SUITE(TEST-CASE-IDX) = RESULT-SUITE-NAME
                   AND TEST-CASE-NAME(TEST-CASE-IDX) = RESULT-CASE-NAME
               SET ORIGINAL-CASE-REPLAYED TO TRUE
           END-IF.

       CHECK-NEXT-REPLAYED-OVERFLOW.
           READ OVERFLOW-FILE
               AT END
                   SET NO-MORE-OVERFLOW-ROWS TO TRUE
               NOT AT END
                   IF OVFL-CASE-SUITE = RESULT-SUITE-NAME
                           AND OVFL-CASE-NAME = RESULT-CASE-NAME
                       SET ORIGINAL-CASE-REPLAYED TO TRUE
                   END-IF
           END-READ.

       REPORT-CASE-NOT-REPLAYED.
           MOVE RESULT-SUITE-NAME TO REPLAY-SUITE-NAME.
           MOVE RESULT-CASE-NAME TO REPLAY-CASE-NAME.
           MOVE RESULT-CASE-STATUS TO REPLAY-WAS-STATUS.
           MOVE RESULT-EXPECTED TO REPLAY-WAS-EXPECTED.
           MOVE RESULT-ACTUAL TO REPLAY-WAS-ACTUAL.
           MOVE SPACES TO REPLAY-NOW-STATUS.
           MOVE SPACES TO REPLAY-NOW-EXPECTED.
           MOVE SPACES TO REPLAY-NOW-ACTUAL.
           MOVE 'NOT RUN' TO REPLAY-VERDICT.
           ADD 1 TO REPLAY-NOT-RUN.
           WRITE REPLAY-REPORT-RECORD FROM REPLAY-DETAIL-LINE.

       END PROGRAM MATHS-SUITE.
