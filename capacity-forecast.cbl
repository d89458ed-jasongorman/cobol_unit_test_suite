       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-FORECAST.
      *    Batch-window capacity forecast. WINDOWCFG only tells us
      *    afterwards that a night blew the window; this step says
      *    beforehand when the current growth of the case master
      *    will make it happen. Over a history window of PARM days
      *    (default 90) it measures, for every suite on the SUITEREG
      *    registry:
      *      - its active cases now, from CASEMSTR, and their growth
      *        per day - the net of the applied adds, reactivations,
      *        deactivations and deletes CASE-MAINT logged to
      *        CASEAUDT in the window;
      *      - its CALL time per night, the average of the timing
      *        records MATHS-SUITE and RUN-CONSOLIDATE archived to
      *        JSONARCH in the window, and the cost of one more case,
      *        the average RESULTDB case duration in the window
      *        (zero-duration rows left out, as DURATION-SCAN does);
      *    and the run overhead outside the suite CALLs (archived
      *    run duration less its suite timings). From those it
      *    projects, per suite and for the whole run, the date the
      *    nightly run exceeds the WINDOWCFG budget at the current
      *    growth rate: serially for the ALL run (every suite plus
      *    the overhead), and for the split-night parallel layout
      *    (the slowest suite plus the overhead) - showing the
      *    headroom the split layout buys over the serial run. The
      *    snapshot identities JSONARCH summaries carry (the
      *    SNAPINFO date and active-case count each run executed)
      *    are reported beside the CASEAUDT growth as a cross-check
      *    on the whole master's growth. The forecast goes to
      *    FCSTRPT. RETURN-CODE 4 when either layout is over budget
      *    already or is projected over it within FORECAST-WARN-DAYS
      *    - operations' lead time to negotiate the window - or when
      *    CASEAUDT or JSONARCH could not be read and the forecast
      *    rests on less than it should; 8 for a bad PARM; 12 when
      *    SUITEREG, CASEMSTR or RESULTDB cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'CASEAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT JSON-ARCHIVE-FILE ASSIGN TO 'JSONARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT WINDOW-CONFIG-FILE ASSIGN TO 'WINDOWCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO 'FCSTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(170).
       FD  JSON-ARCHIVE-FILE.
       01  JSON-ARCHIVE-RECORD    PIC X(300).
       FD  WINDOW-CONFIG-FILE.
       01  WINDOW-CONFIG-RECORD   PIC X(06).
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  REGISTRY-STATUS PIC X(02).
       01  MASTER-STATUS   PIC X(02).
       01  RESULT-STATUS   PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  ARCHIVE-STATUS  PIC X(02).
       01  WINDOW-STATUS   PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  TODAY-DAY-NUMBER PIC 9(07).
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  PARM-TEXT       PIC X(03).
       01  HISTORY-DAYS    PIC 9(03) VALUE 90.
       01  WINDOW-START-DAY PIC 9(07).
       01  WINDOW-START-DATE PIC 9(08).
       01  WORK-DATE       PIC 9(08).
       01  WINDOW-BUDGET-SECONDS PIC 9(06) VALUE 300.
       01  BUDGET-CS       PIC 9(08).
      *    Days ahead a projected breach is close enough to page.
       01  FORECAST-WARN-DAYS PIC 9(05) VALUE 90.
       01  FORECAST-WARNING PIC X(01) VALUE 'N'.
           88  BREACH-IS-NEAR         VALUE 'Y'.
       01  SOURCE-SHORTFALL PIC X(01) VALUE 'N'.
           88  FORECAST-SOURCE-MISSING VALUE 'Y'.
       01  MASTER-FAILURE  PIC X(01) VALUE 'N'.
           88  MASTER-NOT-READ        VALUE 'Y'.
      *    Mirror of the CASEAUDT line CASE-MAINT writes, picked
      *    apart by column.
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-ACTION        PIC X(01).
           05  FILLER              PIC X(01).
           05  AUDIT-SUITE-NAME    PIC X(12).
           05  FILLER              PIC X(01).
           05  AUDIT-CASE-NAME     PIC X(30).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERATOR-ID   PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-RESULT        PIC X(30).
           05  FILLER              PIC X(76).
       01  AUDIT-DATE-NUMERIC REDEFINES AUDIT-LINE PIC 9(08).
       01  CASE-CHANGE     PIC S9(01).
      *    Every registered suite, in run order, with what the
      *    forecast learns about it.
       01  SUITE-COUNT     PIC 9(02) VALUE ZERO.
       01  SUITE-TABLE.
           05  SUITE-ENTRY OCCURS 40 TIMES INDEXED BY SUITE-IDX.
               10  SUITE-NAME          PIC X(12).
               10  SUITE-CASES-NOW     PIC 9(05).
               10  SUITE-NET-CHANGE    PIC S9(05).
               10  SUITE-GROWTH-PER-DAY PIC S9(03)V9(04).
               10  SUITE-RESULT-ROWS   PIC 9(07).
               10  SUITE-RESULT-CS     PIC 9(11).
               10  SUITE-CS-PER-CASE   PIC 9(06)V9(02).
               10  SUITE-TIMING-RUNS   PIC 9(04).
               10  SUITE-TIMING-CS     PIC 9(10).
               10  SUITE-CS-NOW        PIC 9(08).
               10  SUITE-GROWTH-CS     PIC S9(06)V9(04).
               10  SUITE-BREACH-DAYS   PIC 9(05).
               10  SUITE-BREACH-TEXT   PIC X(24).
       01  WANTED-SUITE    PIC X(12).
       01  SUITE-FOUND     PIC X(01).
           88  SUITE-ON-REGISTRY      VALUE 'Y'.
       01  MATCH-IDX       PIC 9(02).
       01  AUDIT-NET-CHANGE PIC S9(05) VALUE ZERO.
      *    JSON parsing scratch, as the other report readers use.
       01  CURRENT-LINE    PIC X(300).
       01  BEFORE-TEXT     PIC X(300).
       01  TAIL-TEXT       PIC X(300).
       01  VALUE-TEXT      PIC X(30).
       01  KEY-COUNT       PIC 9(04).
       01  SCAN-PTR        PIC 9(04).
       01  PARSED-RUN-ID   PIC X(11).
       01  PARSED-SUITE    PIC X(12).
       01  PARSED-DURATION PIC 9(08).
      *    The archived run being read: its summary duration less
      *    its suite timings is that run's overhead.
       01  ARCHIVE-RUN-STATE PIC X(01) VALUE 'N'.
           88  ARCHIVE-RUN-IN-WINDOW  VALUE 'Y'.
       01  ARCHIVE-RUN-CS  PIC 9(08).
       01  ARCHIVE-TIMED-CS PIC 9(09).
       01  OVERHEAD-RUNS   PIC 9(04) VALUE ZERO.
       01  OVERHEAD-TOTAL-CS PIC 9(10) VALUE ZERO.
       01  OVERHEAD-CS     PIC 9(08) VALUE ZERO.
       01  FIRST-SNAPSHOT-DATE PIC 9(08) VALUE ZERO.
       01  FIRST-SNAPSHOT-COUNT PIC 9(04) VALUE ZERO.
       01  LAST-SNAPSHOT-DATE PIC 9(08) VALUE ZERO.
       01  LAST-SNAPSHOT-COUNT PIC 9(04) VALUE ZERO.
      *    The two layouts, projected.
       01  SERIAL-CS-NOW   PIC 9(09) VALUE ZERO.
       01  SERIAL-GROWTH-CS PIC S9(07)V9(04) VALUE ZERO.
       01  SERIAL-BREACH-DAYS PIC 9(05).
       01  SERIAL-BREACH-TEXT PIC X(24).
       01  SPLIT-CS-NOW    PIC 9(09) VALUE ZERO.
       01  SPLIT-SLOWEST-SUITE PIC X(12) VALUE SPACES.
       01  SPLIT-BREACH-DAYS PIC 9(05) VALUE 99999.
       01  SPLIT-BREACH-TEXT PIC X(24).
       01  HEADROOM-CS     PIC S9(09).
      *    One projection: from a time now and a growth per day,
      *    the days until the time first exceeds the budget (zero
      *    when it already does, 99999 when it never will at this
      *    growth) and the text the report shows for it.
       01  PROJECT-NOW-CS  PIC 9(09).
       01  PROJECT-GROWTH-CS PIC S9(07)V9(04).
       01  PROJECT-DAYS    PIC 9(05).
       01  PROJECT-TEXT    PIC X(24).
       01  PROJECT-DAYS-WORK PIC 9(09).
       01  PROJECT-DAY-NUMBER PIC 9(07).
       01  PROJECT-DATE    PIC 9(08).
       01  NEVER-DAYS      PIC 9(05) VALUE 99999.
       01  FAR-DAYS        PIC 9(05) VALUE 3650.
      *    Report lines
       01  PRINT-LINE      PIC X(132).
       01  FORECAST-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               'MATHS-SUITE BATCH-WINDOW CAPACITY FORECAST  '.
           05  HEADING-DATE        PIC 9(08).
           05  FILLER              PIC X(10) VALUE '  HISTORY '.
           05  HEADING-DAYS        PIC ZZ9.
           05  FILLER              PIC X(21) VALUE
               ' DAYS  WINDOW BUDGET '.
           05  HEADING-BUDGET      PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE ' S'.
       01  SUITE-HEADING-LINE.
           05  FILLER              PIC X(13) VALUE 'SUITE'.
           05  FILLER              PIC X(06) VALUE 'CASES'.
           05  FILLER              PIC X(11) VALUE ' CASES/30D'.
           05  FILLER              PIC X(10) VALUE '   CS/CASE'.
           05  FILLER              PIC X(10) VALUE '  SECS NOW'.
           05  FILLER              PIC X(11) VALUE '  SECS/30D'.
           05  FILLER              PIC X(26) VALUE
               '  ALONE OVER WINDOW'.
       01  SUITE-DETAIL-LINE.
           05  SDET-SUITE-NAME     PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDET-CASES          PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SDET-CASE-GROWTH    PIC -(6)9.9.
           05  SDET-CS-PER-CASE    PIC Z(6)9.99.
           05  SDET-SECS-NOW       PIC Z(7)9.9.
           05  SDET-SECS-GROWTH    PIC -(7)9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SDET-BREACH-TEXT    PIC X(24).
       01  SECTION-BREAK-LINE     PIC X(40) VALUE ALL '-'.
       01  SECONDS-EDIT    PIC -(6)9.9.
       01  HEADROOM-EDIT   PIC -(6)9.9.
       01  GROWTH-EDIT     PIC -(6)9.9.
       01  COUNT-EDIT      PIC -(4)9.
       01  RUNS-EDIT       PIC ZZZ9.
       01  WORK-SECONDS    PIC S9(07)V9(01).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(03).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           PERFORM READ-HISTORY-PARM.
           IF HISTORY-DAYS < 7
               DISPLAY 'CAPACITY-FORECAST: PARM MUST BE THE DAYS OF '
                   'HISTORY TO MEASURE, 7 TO 999: ' PARM-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WINDOW-START-DAY = TODAY-DAY-NUMBER - HISTORY-DAYS.
           COMPUTE WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-START-DAY).

           PERFORM LOAD-SUITE-REGISTRY.
           IF NOT MASTER-NOT-READ
               PERFORM COUNT-ACTIVE-CASES
           END-IF.
           IF NOT MASTER-NOT-READ
               PERFORM SCAN-RESULT-DURATIONS
           END-IF.
           IF MASTER-NOT-READ
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SCAN-CASE-AUDIT.
           PERFORM SCAN-JSON-ARCHIVE.
           PERFORM READ-WINDOW-BUDGET.
           COMPUTE BUDGET-CS = WINDOW-BUDGET-SECONDS * 100.

           IF OVERHEAD-RUNS > ZERO
               COMPUTE OVERHEAD-CS ROUNDED =
                   OVERHEAD-TOTAL-CS / OVERHEAD-RUNS
           END-IF.
           PERFORM FORECAST-ONE-SUITE
               VARYING SUITE-IDX FROM 1 BY 1
               UNTIL SUITE-IDX > SUITE-COUNT.
           PERFORM FORECAST-WHOLE-RUN.

           PERFORM WRITE-FORECAST-REPORT.

           DISPLAY 'CAPACITY-FORECAST: SERIAL RUN OVER WINDOW: '
               SERIAL-BREACH-TEXT.
           DISPLAY 'CAPACITY-FORECAST: SPLIT NIGHT OVER WINDOW: '
               SPLIT-BREACH-TEXT.

           IF BREACH-IS-NEAR OR FORECAST-SOURCE-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-HISTORY-PARM.
           MOVE SPACES TO PARM-TEXT.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 3
               MOVE 3 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH) TO PARM-TEXT
               IF FUNCTION TEST-NUMVAL(PARM-TEXT) = 0
                   COMPUTE HISTORY-DAYS = FUNCTION NUMVAL(PARM-TEXT)
               ELSE
                   MOVE ZERO TO HISTORY-DAYS
               END-IF
           END-IF.

      *    The registry is the run's table of contents: a suite not
      *    on it does not run and costs the window nothing.
       LOAD-SUITE-REGISTRY.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE SUITE-REGISTRY-FILE
           ELSE
               DISPLAY 'CAPACITY-FORECAST: SUITEREG NOT AVAILABLE, '
                   'STATUS=' REGISTRY-STATUS
               SET MASTER-NOT-READ TO TRUE
           END-IF.

       READ-NEXT-REGISTRY-ROW.
           READ SUITE-REGISTRY-FILE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF REG-SUITE-NAME NOT = SPACES
                           AND SUITE-COUNT < 40
                       ADD 1 TO SUITE-COUNT
                       SET SUITE-IDX TO SUITE-COUNT
                       INITIALIZE SUITE-ENTRY(SUITE-IDX)
                       MOVE REG-SUITE-NAME TO SUITE-NAME(SUITE-IDX)
                   END-IF
           END-READ.

      *    Leaves MATCH-IDX on WANTED-SUITE's entry, zero when the
      *    suite is not registered.
       FIND-REGISTERED-SUITE.
           MOVE 'N' TO SUITE-FOUND.
           MOVE ZERO TO MATCH-IDX.
           PERFORM CHECK-SUITE-ENTRY
               VARYING SUITE-IDX FROM 1 BY 1
               UNTIL SUITE-IDX > SUITE-COUNT
                   OR SUITE-ON-REGISTRY.

       CHECK-SUITE-ENTRY.
           IF SUITE-NAME(SUITE-IDX) = WANTED-SUITE
               SET SUITE-ON-REGISTRY TO TRUE
               SET MATCH-IDX TO SUITE-IDX
           END-IF.

       COUNT-ACTIVE-CASES.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS = '00'
               PERFORM READ-NEXT-MASTER-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE CASE-MASTER-FILE
           ELSE
               DISPLAY 'CAPACITY-FORECAST: CASEMSTR NOT AVAILABLE, '
                   'STATUS=' MASTER-STATUS
               SET MASTER-NOT-READ TO TRUE
           END-IF.

       READ-NEXT-MASTER-ROW.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF MASTER-CASE-ACTIVE
                       MOVE MASTER-SUITE-NAME TO WANTED-SUITE
                       PERFORM FIND-REGISTERED-SUITE
                       IF MATCH-IDX > ZERO
                           SET SUITE-IDX TO MATCH-IDX
                           ADD 1 TO SUITE-CASES-NOW(SUITE-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    Rows are keyed by run identifier, which starts with the
      *    run date, so reading starts at the first run in the
      *    history window.
       SCAN-RESULT-DURATIONS.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               DISPLAY 'CAPACITY-FORECAST: RESULTDB NOT AVAILABLE, '
                   'STATUS=' RESULT-STATUS
               SET MASTER-NOT-READ TO TRUE
           ELSE
               MOVE LOW-VALUES TO RESULT-KEY
               MOVE WINDOW-START-DATE TO RESULT-RUN-ID(1:8)
               START RESULT-MASTER-FILE
                   KEY NOT LESS THAN RESULT-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
               PERFORM READ-NEXT-RESULT-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE RESULT-MASTER-FILE
           END-IF.

       READ-NEXT-RESULT-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RESULT-DURATION > ZERO
                       MOVE RESULT-SUITE-NAME TO WANTED-SUITE
                       PERFORM FIND-REGISTERED-SUITE
                       IF MATCH-IDX > ZERO
                           SET SUITE-IDX TO MATCH-IDX
                           ADD 1 TO SUITE-RESULT-ROWS(SUITE-IDX)
                           ADD RESULT-DURATION
                               TO SUITE-RESULT-CS(SUITE-IDX)
                       END-IF
                   END-IF
           END-READ.

      *    Only changes CASE-MAINT actually applied move the active
      *    count; held, rejected and withdrawn transactions and
      *    value changes do not.
       SCAN-CASE-AUDIT.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '00'
               PERFORM READ-NEXT-AUDIT-LINE
                   UNTIL NO-MORE-RECORDS
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY 'CAPACITY-FORECAST: CASEAUDT NOT AVAILABLE, '
                   'STATUS=' AUDIT-STATUS ' - NO CASE GROWTH MEASURED'
               SET FORECAST-SOURCE-MISSING TO TRUE
           END-IF.

       READ-NEXT-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO AUDIT-LINE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF AUDIT-DATE IS NUMERIC
                           AND AUDIT-DATE-NUMERIC > WINDOW-START-DATE
                       PERFORM NOTE-CASE-COUNT-CHANGE
                   END-IF
           END-READ.

       NOTE-CASE-COUNT-CHANGE.
           EVALUATE AUDIT-RESULT
               WHEN 'APPLIED: ADDED'
               WHEN 'APPLIED: REACTIVATED'
                   MOVE 1 TO CASE-CHANGE
               WHEN 'APPLIED: DELETED'
               WHEN 'APPLIED: DEACTIVATED'
                   MOVE -1 TO CASE-CHANGE
               WHEN OTHER
                   MOVE ZERO TO CASE-CHANGE
           END-EVALUATE.
           IF CASE-CHANGE NOT = ZERO
               ADD CASE-CHANGE TO AUDIT-NET-CHANGE
               MOVE AUDIT-SUITE-NAME TO WANTED-SUITE
               PERFORM FIND-REGISTERED-SUITE
               IF MATCH-IDX > ZERO
                   SET SUITE-IDX TO MATCH-IDX
                   ADD CASE-CHANGE TO SUITE-NET-CHANGE(SUITE-IDX)
               END-IF
           END-IF.

      *    Each archived run opens with its summary record, then its
      *    suite timing records, then its case records; a run is
      *    closed off when the next summary arrives.
       SCAN-JSON-ARCHIVE.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT JSON-ARCHIVE-FILE.
           IF ARCHIVE-STATUS = '00'
               PERFORM READ-NEXT-ARCHIVE-LINE
                   UNTIL NO-MORE-RECORDS
               PERFORM CLOSE-ARCHIVE-RUN
               CLOSE JSON-ARCHIVE-FILE
           ELSE
               DISPLAY 'CAPACITY-FORECAST: JSONARCH NOT AVAILABLE, '
                   'STATUS=' ARCHIVE-STATUS ' - NO SUITE TIMINGS'
               SET FORECAST-SOURCE-MISSING TO TRUE
           END-IF.

       READ-NEXT-ARCHIVE-LINE.
           READ JSON-ARCHIVE-FILE INTO CURRENT-LINE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   PERFORM EXAMINE-ARCHIVE-LINE
           END-READ.

       EXAMINE-ARCHIVE-LINE.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"timed_suite":"'.
           IF KEY-COUNT > 0
               IF ARCHIVE-RUN-IN-WINDOW
                   PERFORM NOTE-SUITE-TIMING
               END-IF
           ELSE
               MOVE ZERO TO KEY-COUNT
               INSPECT CURRENT-LINE TALLYING KEY-COUNT
                   FOR ALL '"tests_run":"'
               IF KEY-COUNT > 0
                   PERFORM CLOSE-ARCHIVE-RUN
                   PERFORM OPEN-ARCHIVE-RUN
               END-IF
           END-IF.

       OPEN-ARCHIVE-RUN.
           MOVE 'N' TO ARCHIVE-RUN-STATE.
           MOVE ZERO TO ARCHIVE-TIMED-CS.
           PERFORM EXTRACT-RUN-ID.
           IF PARSED-RUN-ID(1:8) IS NUMERIC
               MOVE PARSED-RUN-ID(1:8) TO WORK-DATE
               IF WORK-DATE > WINDOW-START-DATE
                   SET ARCHIVE-RUN-IN-WINDOW TO TRUE
                   PERFORM EXTRACT-DURATION
                   MOVE PARSED-DURATION TO ARCHIVE-RUN-CS
                   PERFORM NOTE-SNAPSHOT-IDENTITY
               END-IF
           END-IF.

       CLOSE-ARCHIVE-RUN.
           IF ARCHIVE-RUN-IN-WINDOW
               ADD 1 TO OVERHEAD-RUNS
               IF ARCHIVE-RUN-CS > ARCHIVE-TIMED-CS
                   COMPUTE OVERHEAD-TOTAL-CS = OVERHEAD-TOTAL-CS
                       + ARCHIVE-RUN-CS - ARCHIVE-TIMED-CS
               END-IF
           END-IF.
           MOVE 'N' TO ARCHIVE-RUN-STATE.

       NOTE-SUITE-TIMING.
           PERFORM EXTRACT-TIMED-SUITE.
           PERFORM EXTRACT-DURATION.
           ADD PARSED-DURATION TO ARCHIVE-TIMED-CS.
           MOVE PARSED-SUITE TO WANTED-SUITE.
           PERFORM FIND-REGISTERED-SUITE.
           IF MATCH-IDX > ZERO
               SET SUITE-IDX TO MATCH-IDX
               ADD 1 TO SUITE-TIMING-RUNS(SUITE-IDX)
               ADD PARSED-DURATION TO SUITE-TIMING-CS(SUITE-IDX)
           END-IF.

      *    The snapshot identity is the SNAPINFO record of the run:
      *    its date and the active cases CASE-SNAPSHOT copied.
       NOTE-SNAPSHOT-IDENTITY.
           MOVE SPACES TO VALUE-TEXT.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"snapshot":"'.
           IF KEY-COUNT > 0
               MOVE 1 TO SCAN-PTR
               UNSTRING CURRENT-LINE DELIMITED BY '"snapshot":"'
                   INTO BEFORE-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT
               UNSTRING TAIL-TEXT DELIMITED BY '"' INTO VALUE-TEXT
               END-UNSTRING
           END-IF.
           IF VALUE-TEXT(1:8) IS NUMERIC
                   AND VALUE-TEXT(10:4) IS NUMERIC
               IF FIRST-SNAPSHOT-DATE = ZERO
                   MOVE VALUE-TEXT(1:8) TO FIRST-SNAPSHOT-DATE
                   MOVE VALUE-TEXT(10:4) TO FIRST-SNAPSHOT-COUNT
               END-IF
               MOVE VALUE-TEXT(1:8) TO LAST-SNAPSHOT-DATE
               MOVE VALUE-TEXT(10:4) TO LAST-SNAPSHOT-COUNT
           END-IF.

      *    One quoted-value extractor per key, as the other report
      *    readers do.
       EXTRACT-RUN-ID.
           MOVE SPACES TO PARSED-RUN-ID.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"run_id":"'.
           IF KEY-COUNT > 0
               MOVE 1 TO SCAN-PTR
               UNSTRING CURRENT-LINE DELIMITED BY '"run_id":"'
                   INTO BEFORE-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT
               UNSTRING TAIL-TEXT DELIMITED BY '"' INTO PARSED-RUN-ID
               END-UNSTRING
           END-IF.

       EXTRACT-TIMED-SUITE.
           MOVE SPACES TO PARSED-SUITE.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"timed_suite":"'.
           IF KEY-COUNT > 0
               MOVE 1 TO SCAN-PTR
               UNSTRING CURRENT-LINE DELIMITED BY '"timed_suite":"'
                   INTO BEFORE-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT
               UNSTRING TAIL-TEXT DELIMITED BY '"' INTO PARSED-SUITE
               END-UNSTRING
           END-IF.

       EXTRACT-DURATION.
           MOVE ZERO TO PARSED-DURATION.
           MOVE ZERO TO KEY-COUNT.
           INSPECT CURRENT-LINE TALLYING KEY-COUNT
               FOR ALL '"duration_cs":"'.
           IF KEY-COUNT > 0
               MOVE 1 TO SCAN-PTR
               UNSTRING CURRENT-LINE DELIMITED BY '"duration_cs":"'
                   INTO BEFORE-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               MOVE CURRENT-LINE(SCAN-PTR:) TO TAIL-TEXT
               MOVE SPACES TO VALUE-TEXT
               UNSTRING TAIL-TEXT DELIMITED BY '"' INTO VALUE-TEXT
               END-UNSTRING
               IF VALUE-TEXT NOT = SPACES
                   COMPUTE PARSED-DURATION =
                       FUNCTION NUMVAL(VALUE-TEXT)
               END-IF
           END-IF.

       READ-WINDOW-BUDGET.
           OPEN INPUT WINDOW-CONFIG-FILE.
           IF WINDOW-STATUS = '00'
               READ WINDOW-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WINDOW-CONFIG-RECORD NOT = SPACES
                           COMPUTE WINDOW-BUDGET-SECONDS =
                               FUNCTION NUMVAL(WINDOW-CONFIG-RECORD)
                       END-IF
               END-READ
               CLOSE WINDOW-CONFIG-FILE
           END-IF.

      *    A suite's time tonight is its average archived CALL time;
      *    with no timing on file it is its cases at their average
      *    cost. Each case added costs the average case duration -
      *    or, with no case durations, the suite's time per case.
       FORECAST-ONE-SUITE.
           COMPUTE SUITE-GROWTH-PER-DAY(SUITE-IDX) ROUNDED =
               SUITE-NET-CHANGE(SUITE-IDX) / HISTORY-DAYS.
           IF SUITE-RESULT-ROWS(SUITE-IDX) > ZERO
               COMPUTE SUITE-CS-PER-CASE(SUITE-IDX) ROUNDED =
                   SUITE-RESULT-CS(SUITE-IDX)
                       / SUITE-RESULT-ROWS(SUITE-IDX)
           END-IF.
           IF SUITE-TIMING-RUNS(SUITE-IDX) > ZERO
               COMPUTE SUITE-CS-NOW(SUITE-IDX) ROUNDED =
                   SUITE-TIMING-CS(SUITE-IDX)
                       / SUITE-TIMING-RUNS(SUITE-IDX)
           ELSE
               COMPUTE SUITE-CS-NOW(SUITE-IDX) ROUNDED =
                   SUITE-CS-PER-CASE(SUITE-IDX)
                       * SUITE-CASES-NOW(SUITE-IDX)
           END-IF.
           IF SUITE-RESULT-ROWS(SUITE-IDX) = ZERO
                   AND SUITE-CASES-NOW(SUITE-IDX) > ZERO
               COMPUTE SUITE-CS-PER-CASE(SUITE-IDX) ROUNDED =
                   SUITE-CS-NOW(SUITE-IDX)
                       / SUITE-CASES-NOW(SUITE-IDX)
           END-IF.
           COMPUTE SUITE-GROWTH-CS(SUITE-IDX) ROUNDED =
               SUITE-GROWTH-PER-DAY(SUITE-IDX)
                   * SUITE-CS-PER-CASE(SUITE-IDX).

      *    On a split night the suite runs on its own, so it alone
      *    (with the run overhead) must fit the window.
           COMPUTE PROJECT-NOW-CS =
               SUITE-CS-NOW(SUITE-IDX) + OVERHEAD-CS.
           MOVE SUITE-GROWTH-CS(SUITE-IDX) TO PROJECT-GROWTH-CS.
           PERFORM PROJECT-BREACH-DATE.
           MOVE PROJECT-DAYS TO SUITE-BREACH-DAYS(SUITE-IDX).
           MOVE PROJECT-TEXT TO SUITE-BREACH-TEXT(SUITE-IDX).

           ADD SUITE-CS-NOW(SUITE-IDX) TO SERIAL-CS-NOW.
           ADD SUITE-GROWTH-CS(SUITE-IDX) TO SERIAL-GROWTH-CS.
           IF SUITE-CS-NOW(SUITE-IDX) + OVERHEAD-CS > SPLIT-CS-NOW
               COMPUTE SPLIT-CS-NOW =
                   SUITE-CS-NOW(SUITE-IDX) + OVERHEAD-CS
               MOVE SUITE-NAME(SUITE-IDX) TO SPLIT-SLOWEST-SUITE
           END-IF.
      *    The split night breaches when its first suite does.
           IF SUITE-BREACH-DAYS(SUITE-IDX) < SPLIT-BREACH-DAYS
               MOVE SUITE-BREACH-DAYS(SUITE-IDX) TO SPLIT-BREACH-DAYS
               MOVE SUITE-BREACH-TEXT(SUITE-IDX) TO SPLIT-BREACH-TEXT
           END-IF.

       FORECAST-WHOLE-RUN.
           ADD OVERHEAD-CS TO SERIAL-CS-NOW.
           MOVE SERIAL-CS-NOW TO PROJECT-NOW-CS.
           MOVE SERIAL-GROWTH-CS TO PROJECT-GROWTH-CS.
           PERFORM PROJECT-BREACH-DATE.
           MOVE PROJECT-DAYS TO SERIAL-BREACH-DAYS.
           MOVE PROJECT-TEXT TO SERIAL-BREACH-TEXT.
           IF SPLIT-BREACH-DAYS = NEVER-DAYS
               MOVE 'NOT AT THIS GROWTH' TO SPLIT-BREACH-TEXT
           END-IF.
           IF SERIAL-BREACH-DAYS NOT > FORECAST-WARN-DAYS
                   OR SPLIT-BREACH-DAYS NOT > FORECAST-WARN-DAYS
               SET BREACH-IS-NEAR TO TRUE
           END-IF.

      *    The first whole day on which the time passes the budget.
       PROJECT-BREACH-DATE.
           EVALUATE TRUE
               WHEN PROJECT-NOW-CS > BUDGET-CS
                   MOVE ZERO TO PROJECT-DAYS
                   MOVE 'OVER BUDGET NOW' TO PROJECT-TEXT
               WHEN PROJECT-GROWTH-CS NOT > ZERO
                   MOVE NEVER-DAYS TO PROJECT-DAYS
                   MOVE 'NOT AT THIS GROWTH' TO PROJECT-TEXT
               WHEN OTHER
                   COMPUTE PROJECT-DAYS-WORK =
                       (BUDGET-CS - PROJECT-NOW-CS)
                           / PROJECT-GROWTH-CS + 1
                   PERFORM DATE-THE-PROJECTION
           END-EVALUATE.

       DATE-THE-PROJECTION.
           IF PROJECT-DAYS-WORK > FAR-DAYS
               COMPUTE PROJECT-DAYS = FAR-DAYS + 1
               MOVE 'BEYOND TEN YEARS' TO PROJECT-TEXT
           ELSE
               MOVE PROJECT-DAYS-WORK TO PROJECT-DAYS
               COMPUTE PROJECT-DAY-NUMBER =
                   TODAY-DAY-NUMBER + PROJECT-DAYS
               COMPUTE PROJECT-DATE =
                   FUNCTION DATE-OF-INTEGER(PROJECT-DAY-NUMBER)
               MOVE SPACES TO PROJECT-TEXT
               MOVE PROJECT-DAYS TO RUNS-EDIT
               STRING PROJECT-DATE ' (' RUNS-EDIT ' DAYS)'
                   DELIMITED BY SIZE INTO PROJECT-TEXT
               END-STRING
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE RUN-DATE TO HEADING-DATE.
           MOVE HISTORY-DAYS TO HEADING-DAYS.
           MOVE WINDOW-BUDGET-SECONDS TO HEADING-BUDGET.
           WRITE FORECAST-REPORT-RECORD FROM FORECAST-HEADING-LINE.
           WRITE FORECAST-REPORT-RECORD FROM SECTION-BREAK-LINE.

           MOVE 'PER SUITE' TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD FROM SUITE-HEADING-LINE.
           PERFORM WRITE-SUITE-DETAIL
               VARYING SUITE-IDX FROM 1 BY 1
               UNTIL SUITE-IDX > SUITE-COUNT.
           WRITE FORECAST-REPORT-RECORD FROM SECTION-BREAK-LINE.

           PERFORM WRITE-WHOLE-RUN-SECTION.
           WRITE FORECAST-REPORT-RECORD FROM SECTION-BREAK-LINE.
           PERFORM WRITE-GROWTH-SECTION.

           CLOSE FORECAST-REPORT-FILE.

       WRITE-SUITE-DETAIL.
           MOVE SUITE-NAME(SUITE-IDX) TO SDET-SUITE-NAME.
           MOVE SUITE-CASES-NOW(SUITE-IDX) TO SDET-CASES.
           COMPUTE SDET-CASE-GROWTH ROUNDED =
               SUITE-GROWTH-PER-DAY(SUITE-IDX) * 30.
           MOVE SUITE-CS-PER-CASE(SUITE-IDX) TO SDET-CS-PER-CASE.
           COMPUTE SDET-SECS-NOW ROUNDED =
               SUITE-CS-NOW(SUITE-IDX) / 100.
           COMPUTE SDET-SECS-GROWTH ROUNDED =
               SUITE-GROWTH-CS(SUITE-IDX) * 30 / 100.
           MOVE SUITE-BREACH-TEXT(SUITE-IDX) TO SDET-BREACH-TEXT.
           WRITE FORECAST-REPORT-RECORD FROM SUITE-DETAIL-LINE.

       WRITE-WHOLE-RUN-SECTION.
           COMPUTE SECONDS-EDIT ROUNDED = OVERHEAD-CS / 100.
           MOVE OVERHEAD-RUNS TO RUNS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING 'RUN OVERHEAD OUTSIDE SUITES  ' SECONDS-EDIT
               ' S, AVERAGE OF ' RUNS-EDIT ' ARCHIVED RUNS'
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.

           COMPUTE SECONDS-EDIT ROUNDED = SERIAL-CS-NOW / 100.
           COMPUTE HEADROOM-CS = BUDGET-CS - SERIAL-CS-NOW.
           COMPUTE HEADROOM-EDIT ROUNDED = HEADROOM-CS / 100.
           COMPUTE GROWTH-EDIT ROUNDED = SERIAL-GROWTH-CS * 30 / 100.
           MOVE SPACES TO PRINT-LINE.
           STRING 'SERIAL ALL RUN               ' SECONDS-EDIT
               ' S  HEADROOM ' HEADROOM-EDIT ' S  GROWING '
               GROWTH-EDIT ' S/30D'
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING '  OVER THE WINDOW ON         ' SERIAL-BREACH-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.

           COMPUTE SECONDS-EDIT ROUNDED = SPLIT-CS-NOW / 100.
           COMPUTE HEADROOM-CS = BUDGET-CS - SPLIT-CS-NOW.
           COMPUTE HEADROOM-EDIT ROUNDED = HEADROOM-CS / 100.
           MOVE SPACES TO PRINT-LINE.
           STRING 'SPLIT NIGHT, SLOWEST SUITE   ' SECONDS-EDIT
               ' S  HEADROOM ' HEADROOM-EDIT ' S  SLOWEST '
               SPLIT-SLOWEST-SUITE
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING '  OVER THE WINDOW ON         ' SPLIT-BREACH-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.

           COMPUTE HEADROOM-CS = SERIAL-CS-NOW - SPLIT-CS-NOW.
           COMPUTE HEADROOM-EDIT ROUNDED = HEADROOM-CS / 100.
           MOVE SPACES TO PRINT-LINE.
           STRING 'SPLIT NIGHT BUYS             ' HEADROOM-EDIT
               ' S OF HEADROOM OVER THE SERIAL RUN'
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.

       WRITE-GROWTH-SECTION.
           MOVE AUDIT-NET-CHANGE TO COUNT-EDIT.
           MOVE HISTORY-DAYS TO RUNS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CASE GROWTH FROM CASEAUDT    ' COUNT-EDIT
               ' ACTIVE CASES IN ' RUNS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF FIRST-SNAPSHOT-DATE = ZERO
               MOVE 'CASE GROWTH FROM SNAPSHOTS   NO SNAPSHOT IDENTITY'
                   TO PRINT-LINE
               MOVE ' ARCHIVED IN THE HISTORY WINDOW' TO
                   PRINT-LINE(50:31)
           ELSE
               COMPUTE COUNT-EDIT =
                   LAST-SNAPSHOT-COUNT - FIRST-SNAPSHOT-COUNT
               STRING 'CASE GROWTH FROM SNAPSHOTS   ' COUNT-EDIT
                   ' ACTIVE CASES, ' FIRST-SNAPSHOT-COUNT ' ON '
                   FIRST-SNAPSHOT-DATE ' TO ' LAST-SNAPSHOT-COUNT
                   ' ON ' LAST-SNAPSHOT-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
           END-IF.
           WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE.
           IF FORECAST-SOURCE-MISSING
               MOVE 'FORECAST INCOMPLETE - CASEAUDT OR JSONARCH'
                   TO PRINT-LINE
               MOVE ' NOT READ, SEE THE JOB LOG' TO PRINT-LINE(43:26)
               WRITE FORECAST-REPORT-RECORD FROM PRINT-LINE
           END-IF.

       END PROGRAM CAPACITY-FORECAST.
