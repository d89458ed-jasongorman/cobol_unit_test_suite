       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
      *    Control program for the nightly job stream. The night is
      *    a chain of programs - EXPECT-CHECK, CASE-SNAPSHOT,
      *    MATHS-SUITE, RUN-RECONCILE, RESULT-LOAD and the analysis
      *    and reporting steps after it - and this step runs them in
      *    turn from the STEPTBL step table, CALLing each by name the
      *    way MATHS-SUITE CALLs the suites from SUITEREG. Each
      *    table row gives the step's order, the program and its
      *    PARM, the highest return code that still counts as
      *    complete, up to three earlier steps it needs to have
      *    completed first, and whether it is safe to run again.
      *    Every start and end, with the return code, is appended
      *    to the STEPJRNL step journal under the night and the
      *    night's run ID, so the journal always shows what ran.
      *    A step whose prerequisites did not complete is not run;
      *    the steps that do not depend on it still are. A
      *    prerequisite may also carry a return-code limit of its
      *    own: the promotion needs REGRESSION-DIFF complete at
      *    RC 0, so on a night the diff ends RC 4 (cases newly
      *    failing) the stream and the defect feed carry on but
      *    the promotion is WITHHELD - the night's proper outcome,
      *    not a step left incomplete.
      *
      *    PARM 'START' (or no PARM) begins the night. 'RESTART'
      *    picks up the latest night on the journal and resumes
      *    from its first incomplete step, skipping steps already
      *    complete; a step that was already attempted and is not
      *    safe to repeat - RESULT-LOAD, the promotion - is refused
      *    unless the PARM names it ('RESTART,RESLOAD'), which is
      *    the operator's override once they have checked what the
      *    failed attempt left behind. 'STATUS' runs nothing. Every
      *    PARM ends with the STRMRPT status report of the whole
      *    stream for the shift handover. START and RESTART end
      *    with RETURN-CODE 8 and STATUS with 4 when any step is
      *    left incomplete.
      *
      *    PARMs that change from night to night come from the
      *    STRMPARM override file (step name and PARM, kept by ops -
      *    the REGRESSION-DIFF baseline, say), which replaces the
      *    table's PARM; '&RUNID' in either is replaced by the
      *    night's run ID when the step starts. A table PARM of
      *    '&OVERRIDE' marks a step that cannot run on any PARM the
      *    table could hold (the REGRESSION-DIFF baseline, the
      *    operator a promotion runs under): with no STRMPARM row
      *    for it the step is HELD rather than run into a certain
      *    failure, and a RESTART runs it once the row is there.
      *    A split night runs
      *    the single-suite jobs and RUN-CONSOLIDATE as their own
      *    table rows in place of the MATHS-SUITE row.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO 'STEPTBL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEPTBL-STATUS.
           SELECT PARM-OVERRIDE-FILE ASSIGN TO 'STRMPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-STATUS.
           SELECT STEP-JOURNAL-FILE ASSIGN TO 'STEPJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSEQ-STATUS.
           SELECT STREAM-REPORT-FILE ASSIGN TO 'STRMRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    One step per line. The prerequisites are the run orders
      *    of earlier steps, blank or zero when unused, each
      *    followed by a one-digit return-code limit when the step
      *    needs that prerequisite to have ended no higher than it
      *    ('060': step 06, at RC 0) - blank when completing is
      *    enough. Rerun flag
      *    'Y' means running the step a second time in one night
      *    does no harm.
       FD  STEP-TABLE-FILE.
       01  STEP-TABLE-RECORD.
           05  STEP-ORDER              PIC 9(02).
           05  FILLER                  PIC X(01).
           05  STEP-NAME               PIC X(08).
           05  FILLER                  PIC X(01).
           05  STEP-PROGRAM            PIC X(15).
           05  FILLER                  PIC X(01).
           05  STEP-RERUN-FLAG         PIC X(01).
           05  FILLER                  PIC X(01).
           05  STEP-MAX-RC             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  STEP-PREREQ-LIST.
               10  STEP-PREREQ OCCURS 3 TIMES.
                   15  STEP-PREREQ-ORDER   PIC X(02).
                   15  STEP-PREREQ-MAX-RC  PIC X(01).
           05  STEP-PARM               PIC X(24).
       FD  PARM-OVERRIDE-FILE.
       01  PARM-OVERRIDE-RECORD.
           05  OVERRIDE-STEP-NAME      PIC X(08).
           05  FILLER                  PIC X(01).
           05  OVERRIDE-PARM           PIC X(24).
      *    Event codes: B night begun, R restart begun, S step
      *    started, E step ended, P step not run (a prerequisite
      *    did not complete), U step refused (not safe to repeat),
      *    H step held (its STRMPARM override is missing), W step
      *    withheld (a prerequisite ended above its limit).
       FD  STEP-JOURNAL-FILE.
       01  STEP-JOURNAL-RECORD.
           05  JRNL-NIGHT-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JRNL-RUN-ID             PIC X(11).
           05  FILLER                  PIC X(01).
           05  JRNL-EVENT              PIC X(01).
               88  JRNL-NIGHT-BEGUN        VALUE 'B'.
               88  JRNL-RESTART-BEGUN      VALUE 'R'.
               88  JRNL-STEP-STARTED       VALUE 'S'.
               88  JRNL-STEP-ENDED         VALUE 'E'.
               88  JRNL-STEP-BLOCKED       VALUE 'P'.
               88  JRNL-STEP-REFUSED       VALUE 'U'.
               88  JRNL-STEP-HELD          VALUE 'H'.
               88  JRNL-STEP-WITHHELD      VALUE 'W'.
           05  FILLER                  PIC X(01).
           05  JRNL-STEP-ORDER         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  JRNL-STEP-NAME          PIC X(08).
           05  FILLER                  PIC X(01).
           05  JRNL-PROGRAM            PIC X(15).
           05  FILLER                  PIC X(01).
           05  JRNL-DATE               PIC 9(08).
           05  FILLER                  PIC X(01).
           05  JRNL-TIME               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  JRNL-RETURN-CODE        PIC 9(04).
           05  FILLER                  PIC X(01).
           05  JRNL-NOTE               PIC X(24).
           05  FILLER                  PIC X(03).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RUNSEQ-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RUNSEQ-SEQUENCE         PIC 9(02).
       FD  STREAM-REPORT-FILE.
       01  STREAM-REPORT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       01  STEPTBL-STATUS  PIC X(02).
       01  OVERRIDE-STATUS PIC X(02).
       01  JOURNAL-STATUS  PIC X(02).
       01  RUNSEQ-STATUS   PIC X(02).
       01  STEPTBL-EOF     PIC X(01) VALUE 'N'.
           88  NO-MORE-STEP-ROWS      VALUE 'Y'.
       01  OVERRIDE-EOF    PIC X(01) VALUE 'N'.
           88  NO-MORE-OVERRIDE-ROWS  VALUE 'Y'.
       01  JOURNAL-EOF     PIC X(01).
           88  NO-MORE-JOURNAL-ROWS   VALUE 'Y'.
       01  STREAM-MODE     PIC X(01) VALUE SPACE.
           88  STREAM-START           VALUE 'S'.
           88  STREAM-RESTART         VALUE 'R'.
           88  STREAM-STATUS          VALUE 'Q'.
       01  OVERRIDE-STEP   PIC X(08) VALUE SPACES.
       01  PARM-TEXT       PIC X(17) VALUE SPACES.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  TODAY-DATE      PIC 9(08).
       01  TIME-STAMP      PIC 9(08).
      *    The night the journal rows belong to: the date the
      *    stream was started, which a restart after midnight
      *    carries on from the journal.
       01  NIGHT-DATE      PIC 9(08) VALUE ZERO.
       01  LATEST-NIGHT-DATE PIC 9(08) VALUE ZERO.
      *    The night's run ID, once MATHS-SUITE (or RUN-CONSOLIDATE)
      *    has drawn it from RUNSEQ; NONE before then.
       01  NIGHT-RUN-ID    PIC X(11) VALUE 'NONE'.
       01  TABLE-ERROR     PIC X(01) VALUE 'N'.
           88  STEP-TABLE-IN-ERROR    VALUE 'Y'.
      *    The step table, held in run order, with each step's
      *    standing for the night as the journal and this session
      *    leave it.
       01  STEP-COUNT      PIC 9(02) VALUE ZERO.
       01  STREAM-STEP-TABLE.
           05  STREAM-STEP OCCURS 30 TIMES INDEXED BY STEP-IDX.
               10  TBL-ORDER           PIC 9(02).
               10  TBL-NAME            PIC X(08).
               10  TBL-PROGRAM         PIC X(15).
               10  TBL-RERUN-FLAG      PIC X(01).
                   88  TBL-RERUN-SAFE      VALUE 'Y'.
               10  TBL-MAX-RC          PIC 9(02).
               10  TBL-PREREQ-ORDER    PIC 9(02) OCCURS 3 TIMES.
               10  TBL-PREREQ-MAX-RC   PIC X(01) OCCURS 3 TIMES.
               10  TBL-PARM            PIC X(24).
               10  TBL-STATE           PIC X(01).
                   88  TBL-NOT-RUN         VALUE ' '.
                   88  TBL-IN-DOUBT        VALUE 'S'.
                   88  TBL-COMPLETE        VALUE 'C'.
                   88  TBL-FAILED          VALUE 'F'.
                   88  TBL-BLOCKED         VALUE 'P'.
                   88  TBL-REFUSED         VALUE 'U'.
                   88  TBL-HELD            VALUE 'H'.
                   88  TBL-WITHHELD        VALUE 'W'.
               10  TBL-ATTEMPTED       PIC X(01).
                   88  TBL-WAS-ATTEMPTED   VALUE 'Y'.
               10  TBL-RETURN-CODE     PIC 9(04).
               10  TBL-START-DATE      PIC 9(08).
               10  TBL-START-TIME      PIC 9(06).
               10  TBL-END-DATE        PIC 9(08).
               10  TBL-END-TIME        PIC 9(06).
       01  STEP-SHIFT-SUB  PIC 9(02).
       01  STEP-INSERT-SUB PIC 9(02).
       01  STEP-SCAN-SUB   PIC 9(02).
       01  STEP-MATCH-SUB  PIC 9(02).
       01  LOOKUP-ORDER    PIC 9(02).
       01  PREREQ-SUB      PIC 9(01).
       01  PREREQ-MET      PIC X(01).
           88  PREREQUISITES-MET      VALUE 'Y'.
           88  PREREQUISITE-INCOMPLETE VALUE 'N'.
           88  PREREQUISITE-RC-TOO-HIGH VALUE 'W'.
       01  PREREQ-RC-LIMIT PIC 9(01).
       01  BLOCKING-STEP   PIC X(08).
       01  BLOCKING-RC     PIC 9(04).
       01  INCOMPLETE-COUNT PIC 9(02) VALUE ZERO.
       01  WITHHELD-COUNT  PIC 9(02) VALUE ZERO.
       01  COMPLETE-COUNT  PIC 9(02) VALUE ZERO.
      *    The PARM handed to the step being run, built from the
      *    table or override PARM with '&RUNID' filled in.
       01  STEP-PARM-LENGTH PIC S9(4) COMP.
       01  STEP-PARM-TEXT  PIC X(24).
       01  REVERSED-PARM   PIC X(24).
       01  PARM-TRAILING   PIC 9(02).
       01  PARM-TOKEN-COUNT PIC 9(02).
       01  PARM-BEFORE-TOKEN PIC X(24).
       01  PARM-AFTER-TOKEN PIC X(24).
       01  OVERRIDE-TOKEN-COUNT PIC 9(02).
       01  STEP-PROGRAM-NAME PIC X(15).
       01  STEP-RETURN-CODE PIC 9(04).
       01  STEP-END-NOTE   PIC X(24).
       01  JOURNAL-EVENT   PIC X(01).
           88  EVENT-NIGHT-BEGUN      VALUE 'B'.
           88  EVENT-RESTART-BEGUN    VALUE 'R'.
           88  EVENT-STEP-STARTED     VALUE 'S'.
           88  EVENT-STEP-ENDED       VALUE 'E'.
           88  EVENT-STEP-BLOCKED     VALUE 'P'.
           88  EVENT-STEP-REFUSED     VALUE 'U'.
           88  EVENT-STEP-HELD        VALUE 'H'.
           88  EVENT-STEP-WITHHELD    VALUE 'W'.
      *    Status report layout.
       01  STREAM-HEADING-LINE.
           05  FILLER              PIC X(33) VALUE
               'NIGHTLY JOB STREAM STATUS  NIGHT '.
           05  HEADING-NIGHT       PIC 9(08).
           05  FILLER              PIC X(09) VALUE '  RUN ID '.
           05  HEADING-RUN-ID      PIC X(11).
           05  FILLER              PIC X(10) VALUE '  PRINTED '.
           05  HEADING-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HEADING-TIME        PIC 9(06).
       01  STREAM-COLUMN-LINE.
           05  FILLER              PIC X(04) VALUE 'ORD'.
           05  FILLER              PIC X(09) VALUE 'STEP'.
           05  FILLER              PIC X(16) VALUE 'PROGRAM'.
           05  FILLER              PIC X(05) VALUE 'SAFE'.
           05  FILLER              PIC X(10) VALUE 'STATE'.
           05  FILLER              PIC X(05) VALUE 'RC'.
           05  FILLER              PIC X(16) VALUE 'STARTED'.
           05  FILLER              PIC X(16) VALUE 'ENDED'.
           05  FILLER              PIC X(24) VALUE 'NEXT ACTION'.
       01  STREAM-DETAIL-LINE.
           05  DETAIL-ORDER        PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-NAME         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-PROGRAM      PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-SAFE         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-STATE        PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-RC           PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-STARTED      PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-ENDED        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-ACTION       PIC X(28).
       01  DETAIL-RC-EDIT  PIC ZZZ9.
       01  DETAIL-STAMP.
           05  STAMP-DATE          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STAMP-TIME          PIC 9(06).
       01  STREAM-TOTAL-LINE.
           05  FILLER              PIC X(16) VALUE
               'STEPS COMPLETE: '.
           05  TOTAL-COMPLETE      PIC Z9.
           05  FILLER              PIC X(04) VALUE ' OF '.
           05  TOTAL-STEPS         PIC Z9.
           05  FILLER              PIC X(14) VALUE
               '  INCOMPLETE: '.
           05  TOTAL-INCOMPLETE    PIC Z9.
           05  FILLER              PIC X(12) VALUE
               '  WITHHELD: '.
           05  TOTAL-WITHHELD      PIC Z9.
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(17).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM READ-STREAM-PARM.
           IF STREAM-MODE = SPACE
               DISPLAY 'JOB-STREAM: PARM MUST BE START, RESTART, '
                   'RESTART,<STEP> OR STATUS: ' PARM-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-STEP-TABLE.
           PERFORM LOAD-PARM-OVERRIDES.
           PERFORM FIND-LATEST-NIGHT.

      *    A second START on a night already begun would run the
      *    unsafe steps twice behind the journal's back; that is
      *    what RESTART is for.
           EVALUATE TRUE
               WHEN STREAM-START
                   IF LATEST-NIGHT-DATE = TODAY-DATE
                       DISPLAY 'JOB-STREAM: STREAM ALREADY STARTED '
                           'FOR ' TODAY-DATE ' - USE RESTART'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE TODAY-DATE TO NIGHT-DATE
                   PERFORM READ-NIGHT-RUN-ID
                   MOVE ZERO TO STEP-SCAN-SUB
                   SET EVENT-NIGHT-BEGUN TO TRUE
                   PERFORM WRITE-STREAM-JOURNAL-ROW
                   PERFORM RUN-STREAM-STEP
                       VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
               WHEN OTHER
                   IF LATEST-NIGHT-DATE = ZERO
                       DISPLAY 'JOB-STREAM: NO NIGHT ON STEPJRNL, '
                           'STATUS=' JOURNAL-STATUS
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE LATEST-NIGHT-DATE TO NIGHT-DATE
                   PERFORM LOAD-NIGHT-JOURNAL
                   IF STREAM-RESTART
                       PERFORM READ-NIGHT-RUN-ID
                       MOVE ZERO TO STEP-SCAN-SUB
                       SET EVENT-RESTART-BEGUN TO TRUE
                       PERFORM WRITE-STREAM-JOURNAL-ROW
                       PERFORM RUN-STREAM-STEP
                           VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX > STEP-COUNT
                   END-IF
           END-EVALUATE.

           PERFORM WRITE-STREAM-REPORT.

           IF INCOMPLETE-COUNT > ZERO
               IF STREAM-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-STREAM-PARM.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 17
               MOVE 17 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH) TO PARM-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN PARM-TEXT = SPACES OR PARM-TEXT = 'START'
                   SET STREAM-START TO TRUE
               WHEN PARM-TEXT = 'RESTART'
                   SET STREAM-RESTART TO TRUE
               WHEN PARM-TEXT(1:8) = 'RESTART,'
                       AND PARM-TEXT(9:8) NOT = SPACES
                   SET STREAM-RESTART TO TRUE
                   MOVE PARM-TEXT(9:8) TO OVERRIDE-STEP
               WHEN PARM-TEXT = 'STATUS'
                   SET STREAM-STATUS TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The table is this stream's definition; without it nothing
      *    can run, and a prerequisite that is not an earlier step
      *    could never be met, so either stops the step outright.
       LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE.
           IF STEPTBL-STATUS = '00'
               PERFORM READ-NEXT-STEP-ROW
                   UNTIL NO-MORE-STEP-ROWS
               CLOSE STEP-TABLE-FILE
           END-IF.
           IF STEP-COUNT = ZERO
               DISPLAY 'JOB-STREAM: STEPTBL MISSING OR EMPTY, '
                   'STATUS=' STEPTBL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-STEP-PREREQUISITES
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.
           IF STEP-TABLE-IN-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-NEXT-STEP-ROW.
           READ STEP-TABLE-FILE
               AT END
                   SET NO-MORE-STEP-ROWS TO TRUE
               NOT AT END
                   IF STEP-NAME NOT = SPACES
                       IF STEP-ORDER IS NUMERIC
                               AND STEP-MAX-RC IS NUMERIC
                               AND STEP-COUNT < 30
                           PERFORM INSERT-STEP-ROW
                       ELSE
                           DISPLAY 'JOB-STREAM: STEPTBL ROW NOT '
                               'USABLE: ' STEP-TABLE-RECORD
                           SET STEP-TABLE-IN-ERROR TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Rows are held in run order whatever order the table
      *    lists them in, as MATHS-SUITE holds the suite registry.
       INSERT-STEP-ROW.
           MOVE STEP-COUNT TO STEP-SHIFT-SUB.
           PERFORM SHIFT-STEP-ROW-UP
               UNTIL STEP-SHIFT-SUB < 1
                   OR TBL-ORDER(STEP-SHIFT-SUB) NOT > STEP-ORDER.
           ADD 1 TO STEP-COUNT.
           COMPUTE STEP-INSERT-SUB = STEP-SHIFT-SUB + 1.
           MOVE STEP-ORDER TO TBL-ORDER(STEP-INSERT-SUB).
           MOVE STEP-NAME TO TBL-NAME(STEP-INSERT-SUB).
           MOVE STEP-PROGRAM TO TBL-PROGRAM(STEP-INSERT-SUB).
           MOVE STEP-RERUN-FLAG TO TBL-RERUN-FLAG(STEP-INSERT-SUB).
           MOVE STEP-MAX-RC TO TBL-MAX-RC(STEP-INSERT-SUB).
           MOVE STEP-PARM TO TBL-PARM(STEP-INSERT-SUB).
           PERFORM LOAD-STEP-PREREQ
               VARYING PREREQ-SUB FROM 1 BY 1
               UNTIL PREREQ-SUB > 3.
           MOVE SPACE TO TBL-STATE(STEP-INSERT-SUB).
           MOVE 'N' TO TBL-ATTEMPTED(STEP-INSERT-SUB).
           MOVE ZERO TO TBL-RETURN-CODE(STEP-INSERT-SUB).
           MOVE ZERO TO TBL-START-DATE(STEP-INSERT-SUB).
           MOVE ZERO TO TBL-START-TIME(STEP-INSERT-SUB).
           MOVE ZERO TO TBL-END-DATE(STEP-INSERT-SUB).
           MOVE ZERO TO TBL-END-TIME(STEP-INSERT-SUB).

       LOAD-STEP-PREREQ.
           IF STEP-PREREQ-ORDER(PREREQ-SUB) IS NUMERIC
               MOVE STEP-PREREQ-ORDER(PREREQ-SUB)
                   TO TBL-PREREQ-ORDER(STEP-INSERT-SUB, PREREQ-SUB)
               MOVE STEP-PREREQ-MAX-RC(PREREQ-SUB)
                   TO TBL-PREREQ-MAX-RC(STEP-INSERT-SUB, PREREQ-SUB)
           ELSE
               MOVE ZERO
                   TO TBL-PREREQ-ORDER(STEP-INSERT-SUB, PREREQ-SUB)
               MOVE SPACE
                   TO TBL-PREREQ-MAX-RC(STEP-INSERT-SUB, PREREQ-SUB)
           END-IF.

       SHIFT-STEP-ROW-UP.
           COMPUTE STEP-INSERT-SUB = STEP-SHIFT-SUB + 1.
           MOVE STREAM-STEP(STEP-SHIFT-SUB)
               TO STREAM-STEP(STEP-INSERT-SUB).
           SUBTRACT 1 FROM STEP-SHIFT-SUB.

       CHECK-STEP-PREREQUISITES.
           PERFORM CHECK-ONE-PREREQ-ORDER
               VARYING PREREQ-SUB FROM 1 BY 1
               UNTIL PREREQ-SUB > 3.

       CHECK-ONE-PREREQ-ORDER.
           IF TBL-PREREQ-ORDER(STEP-IDX, PREREQ-SUB) > ZERO
               MOVE TBL-PREREQ-ORDER(STEP-IDX, PREREQ-SUB)
                   TO LOOKUP-ORDER
               PERFORM FIND-STEP-BY-ORDER
               IF STEP-MATCH-SUB = ZERO
                       OR LOOKUP-ORDER NOT < TBL-ORDER(STEP-IDX)
                   DISPLAY 'JOB-STREAM: STEP ' TBL-NAME(STEP-IDX)
                       ' PREREQUISITE ' LOOKUP-ORDER
                       ' IS NOT AN EARLIER STEP'
                   SET STEP-TABLE-IN-ERROR TO TRUE
               END-IF
               IF TBL-PREREQ-MAX-RC(STEP-IDX, PREREQ-SUB) NOT = SPACE
                       AND TBL-PREREQ-MAX-RC(STEP-IDX, PREREQ-SUB)
                           IS NOT NUMERIC
                   DISPLAY 'JOB-STREAM: STEP ' TBL-NAME(STEP-IDX)
                       ' PREREQUISITE ' LOOKUP-ORDER
                       ' RC LIMIT IS NOT A DIGIT'
                   SET STEP-TABLE-IN-ERROR TO TRUE
               END-IF
           END-IF.

      *    Leaves STEP-MATCH-SUB at the row holding LOOKUP-ORDER,
      *    or zero when no step has that order.
       FIND-STEP-BY-ORDER.
           MOVE ZERO TO STEP-MATCH-SUB.
           PERFORM CHECK-STEP-ORDER
               VARYING STEP-SCAN-SUB FROM 1 BY 1
               UNTIL STEP-SCAN-SUB > STEP-COUNT
                   OR STEP-MATCH-SUB > ZERO.

       CHECK-STEP-ORDER.
           IF TBL-ORDER(STEP-SCAN-SUB) = LOOKUP-ORDER
               MOVE STEP-SCAN-SUB TO STEP-MATCH-SUB
           END-IF.

      *    Optional: with no override file every step takes its
      *    table PARM.
       LOAD-PARM-OVERRIDES.
           OPEN INPUT PARM-OVERRIDE-FILE.
           IF OVERRIDE-STATUS = '00'
               PERFORM READ-NEXT-OVERRIDE-ROW
                   UNTIL NO-MORE-OVERRIDE-ROWS
               CLOSE PARM-OVERRIDE-FILE
           END-IF.

       READ-NEXT-OVERRIDE-ROW.
           READ PARM-OVERRIDE-FILE
               AT END
                   SET NO-MORE-OVERRIDE-ROWS TO TRUE
               NOT AT END
                   IF OVERRIDE-STEP-NAME NOT = SPACES
                       PERFORM APPLY-PARM-OVERRIDE
                           VARYING STEP-SCAN-SUB FROM 1 BY 1
                           UNTIL STEP-SCAN-SUB > STEP-COUNT
                   END-IF
           END-READ.

       APPLY-PARM-OVERRIDE.
           IF TBL-NAME(STEP-SCAN-SUB) = OVERRIDE-STEP-NAME
               MOVE OVERRIDE-PARM TO TBL-PARM(STEP-SCAN-SUB)
           END-IF.

      *    The latest night is the one begun by the last B row on
      *    the journal.
       FIND-LATEST-NIGHT.
           MOVE 'N' TO JOURNAL-EOF.
           OPEN INPUT STEP-JOURNAL-FILE.
           IF JOURNAL-STATUS = '00'
               PERFORM READ-NEXT-NIGHT-ROW
                   UNTIL NO-MORE-JOURNAL-ROWS
               CLOSE STEP-JOURNAL-FILE
           END-IF.

       READ-NEXT-NIGHT-ROW.
           READ STEP-JOURNAL-FILE
               AT END
                   SET NO-MORE-JOURNAL-ROWS TO TRUE
               NOT AT END
                   IF JRNL-NIGHT-BEGUN
                       MOVE JRNL-NIGHT-DATE TO LATEST-NIGHT-DATE
                   END-IF
           END-READ.

      *    Replays the night's journal rows into the step table, so
      *    each step stands as its latest row for the night left it.
       LOAD-NIGHT-JOURNAL.
           MOVE 'N' TO JOURNAL-EOF.
           OPEN INPUT STEP-JOURNAL-FILE.
           IF JOURNAL-STATUS = '00'
               PERFORM READ-NEXT-JOURNAL-ROW
                   UNTIL NO-MORE-JOURNAL-ROWS
               CLOSE STEP-JOURNAL-FILE
           END-IF.

       READ-NEXT-JOURNAL-ROW.
           READ STEP-JOURNAL-FILE
               AT END
                   SET NO-MORE-JOURNAL-ROWS TO TRUE
               NOT AT END
                   IF JRNL-NIGHT-DATE = NIGHT-DATE
                       PERFORM APPLY-JOURNAL-ROW
                   END-IF
           END-READ.

       APPLY-JOURNAL-ROW.
           IF JRNL-RUN-ID NOT = 'NONE' AND JRNL-RUN-ID NOT = SPACES
               MOVE JRNL-RUN-ID TO NIGHT-RUN-ID
           END-IF.
           MOVE JRNL-STEP-ORDER TO LOOKUP-ORDER.
           PERFORM FIND-STEP-BY-ORDER.
           IF STEP-MATCH-SUB > ZERO
               SET STEP-IDX TO STEP-MATCH-SUB
               EVALUATE TRUE
                   WHEN JRNL-STEP-STARTED
                       MOVE 'S' TO TBL-STATE(STEP-IDX)
                       MOVE 'Y' TO TBL-ATTEMPTED(STEP-IDX)
                       MOVE JRNL-DATE TO TBL-START-DATE(STEP-IDX)
                       MOVE JRNL-TIME TO TBL-START-TIME(STEP-IDX)
                       MOVE ZERO TO TBL-END-DATE(STEP-IDX)
                       MOVE ZERO TO TBL-END-TIME(STEP-IDX)
                   WHEN JRNL-STEP-ENDED
                       MOVE JRNL-RETURN-CODE
                           TO TBL-RETURN-CODE(STEP-IDX)
                       MOVE JRNL-DATE TO TBL-END-DATE(STEP-IDX)
                       MOVE JRNL-TIME TO TBL-END-TIME(STEP-IDX)
                       PERFORM JUDGE-STEP-RETURN-CODE
                   WHEN JRNL-STEP-BLOCKED
                       MOVE 'P' TO TBL-STATE(STEP-IDX)
                   WHEN JRNL-STEP-REFUSED
                       MOVE 'U' TO TBL-STATE(STEP-IDX)
                   WHEN JRNL-STEP-HELD
                       MOVE 'H' TO TBL-STATE(STEP-IDX)
                   WHEN JRNL-STEP-WITHHELD
                       MOVE 'W' TO TBL-STATE(STEP-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       JUDGE-STEP-RETURN-CODE.
           IF TBL-RETURN-CODE(STEP-IDX) > TBL-MAX-RC(STEP-IDX)
               MOVE 'F' TO TBL-STATE(STEP-IDX)
           ELSE
               MOVE 'C' TO TBL-STATE(STEP-IDX)
           END-IF.

      *    One step of a START or RESTART. A step already complete
      *    tonight is passed over - which is how a restart resumes
      *    at the first incomplete step. Otherwise its
      *    prerequisites must all be complete (and within any RC
      *    limit the table sets on them), and a step already
      *    attempted tonight must be safe to repeat or named by the
      *    operator's override, and a step whose PARM has to come
      *    from STRMPARM must have been given one.
       RUN-STREAM-STEP.
           IF NOT TBL-COMPLETE(STEP-IDX)
               PERFORM CHECK-PREREQUISITES-MET
               MOVE ZERO TO OVERRIDE-TOKEN-COUNT
               INSPECT TBL-PARM(STEP-IDX) TALLYING OVERRIDE-TOKEN-COUNT
                   FOR ALL '&OVERRIDE'
               EVALUATE TRUE
                   WHEN PREREQUISITE-INCOMPLETE
                       MOVE 'P' TO TBL-STATE(STEP-IDX)
                       MOVE SPACES TO STEP-END-NOTE
                       STRING 'WAITING ON ' BLOCKING-STEP
                           DELIMITED BY SIZE INTO STEP-END-NOTE
                       END-STRING
                       SET STEP-SCAN-SUB TO STEP-IDX
                       SET EVENT-STEP-BLOCKED TO TRUE
                       PERFORM WRITE-STREAM-JOURNAL-ROW
                       DISPLAY 'JOB-STREAM: ' TBL-NAME(STEP-IDX)
                           ' NOT RUN - ' STEP-END-NOTE
                   WHEN PREREQUISITE-RC-TOO-HIGH
                       MOVE 'W' TO TBL-STATE(STEP-IDX)
                       MOVE SPACES TO STEP-END-NOTE
                       STRING BLOCKING-STEP ' ENDED RC ' BLOCKING-RC
                           DELIMITED BY SIZE INTO STEP-END-NOTE
                       END-STRING
                       SET STEP-SCAN-SUB TO STEP-IDX
                       SET EVENT-STEP-WITHHELD TO TRUE
                       PERFORM WRITE-STREAM-JOURNAL-ROW
                       DISPLAY 'JOB-STREAM: ' TBL-NAME(STEP-IDX)
                           ' WITHHELD - ' STEP-END-NOTE
                   WHEN OVERRIDE-TOKEN-COUNT > ZERO
                       MOVE 'H' TO TBL-STATE(STEP-IDX)
                       MOVE 'NO STRMPARM OVERRIDE' TO STEP-END-NOTE
                       SET STEP-SCAN-SUB TO STEP-IDX
                       SET EVENT-STEP-HELD TO TRUE
                       PERFORM WRITE-STREAM-JOURNAL-ROW
                       DISPLAY 'JOB-STREAM: ' TBL-NAME(STEP-IDX)
                           ' HELD - ITS PARM MUST COME FROM A '
                           'STRMPARM ROW FOR ' TBL-NAME(STEP-IDX)
                   WHEN TBL-WAS-ATTEMPTED(STEP-IDX)
                           AND NOT TBL-RERUN-SAFE(STEP-IDX)
                           AND TBL-NAME(STEP-IDX) NOT = OVERRIDE-STEP
                       MOVE 'U' TO TBL-STATE(STEP-IDX)
                       MOVE 'NOT SAFE TO REPEAT' TO STEP-END-NOTE
                       SET STEP-SCAN-SUB TO STEP-IDX
                       SET EVENT-STEP-REFUSED TO TRUE
                       PERFORM WRITE-STREAM-JOURNAL-ROW
                       DISPLAY 'JOB-STREAM: ' TBL-NAME(STEP-IDX)
                           ' REFUSED - NOT SAFE TO REPEAT, OVERRIDE '
                           'IS RESTART,' TBL-NAME(STEP-IDX)
                   WHEN OTHER
                       PERFORM EXECUTE-STREAM-STEP
               END-EVALUATE
           END-IF.

       CHECK-PREREQUISITES-MET.
           MOVE 'Y' TO PREREQ-MET.
           MOVE SPACES TO BLOCKING-STEP.
           PERFORM CHECK-ONE-PREREQUISITE
               VARYING PREREQ-SUB FROM 1 BY 1
               UNTIL PREREQ-SUB > 3
                   OR PREREQUISITE-INCOMPLETE.

       CHECK-ONE-PREREQUISITE.
           IF TBL-PREREQ-ORDER(STEP-IDX, PREREQ-SUB) > ZERO
               MOVE TBL-PREREQ-ORDER(STEP-IDX, PREREQ-SUB)
                   TO LOOKUP-ORDER
               PERFORM FIND-STEP-BY-ORDER
               IF NOT TBL-COMPLETE(STEP-MATCH-SUB)
                   MOVE 'N' TO PREREQ-MET
                   MOVE TBL-NAME(STEP-MATCH-SUB) TO BLOCKING-STEP
               ELSE
                   IF TBL-PREREQ-MAX-RC(STEP-IDX, PREREQ-SUB)
                           IS NUMERIC
                       MOVE TBL-PREREQ-MAX-RC(STEP-IDX, PREREQ-SUB)
                           TO PREREQ-RC-LIMIT
                       IF TBL-RETURN-CODE(STEP-MATCH-SUB)
                               > PREREQ-RC-LIMIT
                           MOVE 'W' TO PREREQ-MET
                           MOVE TBL-NAME(STEP-MATCH-SUB)
                               TO BLOCKING-STEP
                           MOVE TBL-RETURN-CODE(STEP-MATCH-SUB)
                               TO BLOCKING-RC
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The start row is written (and the journal closed) before
      *    the CALL, so a step that abends the stream is left on
      *    the journal as started and never ended - IN DOUBT on the
      *    status report, and an attempt a restart must respect.
       EXECUTE-STREAM-STEP.
           PERFORM READ-NIGHT-RUN-ID.
           PERFORM BUILD-STEP-PARM.
           MOVE 'Y' TO TBL-ATTEMPTED(STEP-IDX).
           MOVE 'S' TO TBL-STATE(STEP-IDX).
           SET STEP-SCAN-SUB TO STEP-IDX.
           MOVE STEP-PARM-TEXT TO STEP-END-NOTE.
           IF TBL-NAME(STEP-IDX) = OVERRIDE-STEP
                   AND NOT TBL-RERUN-SAFE(STEP-IDX)
               MOVE 'RERUN ON OVERRIDE' TO STEP-END-NOTE
           END-IF.
           SET EVENT-STEP-STARTED TO TRUE.
           PERFORM WRITE-STREAM-JOURNAL-ROW.
           MOVE JRNL-DATE TO TBL-START-DATE(STEP-IDX).
           MOVE JRNL-TIME TO TBL-START-TIME(STEP-IDX).
           DISPLAY 'JOB-STREAM: STARTING ' TBL-NAME(STEP-IDX)
               ' (' TBL-PROGRAM(STEP-IDX) ') PARM ' STEP-PARM-TEXT.

           MOVE TBL-PROGRAM(STEP-IDX) TO STEP-PROGRAM-NAME.
           MOVE SPACES TO STEP-END-NOTE.
           MOVE ZERO TO RETURN-CODE.
           CALL STEP-PROGRAM-NAME
               USING STEP-PARM-LENGTH STEP-PARM-TEXT
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
                   MOVE 'PROGRAM NOT FOUND' TO STEP-END-NOTE
           END-CALL.
           MOVE RETURN-CODE TO STEP-RETURN-CODE.
           MOVE ZERO TO RETURN-CODE.

           MOVE STEP-RETURN-CODE TO TBL-RETURN-CODE(STEP-IDX).
           PERFORM JUDGE-STEP-RETURN-CODE.
           IF STEP-END-NOTE = SPACES
               IF TBL-COMPLETE(STEP-IDX)
                   MOVE 'COMPLETE' TO STEP-END-NOTE
               ELSE
                   MOVE 'FAILED' TO STEP-END-NOTE
               END-IF
           END-IF.
           PERFORM READ-NIGHT-RUN-ID.
           SET STEP-SCAN-SUB TO STEP-IDX.
           SET EVENT-STEP-ENDED TO TRUE.
           PERFORM WRITE-STREAM-JOURNAL-ROW.
           MOVE JRNL-DATE TO TBL-END-DATE(STEP-IDX).
           MOVE JRNL-TIME TO TBL-END-TIME(STEP-IDX).
           DISPLAY 'JOB-STREAM: ' TBL-NAME(STEP-IDX) ' ENDED RC '
               STEP-RETURN-CODE ' - ' STEP-END-NOTE.

      *    '&RUNID' in the PARM becomes the night's run ID; the
      *    length passed is the PARM without its trailing spaces,
      *    as the called programs expect of a JCL PARM.
       BUILD-STEP-PARM.
           MOVE TBL-PARM(STEP-IDX) TO STEP-PARM-TEXT.
           MOVE ZERO TO PARM-TOKEN-COUNT.
           INSPECT STEP-PARM-TEXT TALLYING PARM-TOKEN-COUNT
               FOR ALL '&RUNID'.
           IF PARM-TOKEN-COUNT > ZERO
               MOVE SPACES TO PARM-BEFORE-TOKEN
               MOVE SPACES TO PARM-AFTER-TOKEN
               UNSTRING STEP-PARM-TEXT DELIMITED BY '&RUNID'
                   INTO PARM-BEFORE-TOKEN PARM-AFTER-TOKEN
               END-UNSTRING
               MOVE SPACES TO STEP-PARM-TEXT
               STRING PARM-BEFORE-TOKEN DELIMITED BY SPACE
                   NIGHT-RUN-ID DELIMITED BY SIZE
                   PARM-AFTER-TOKEN DELIMITED BY SPACE
                   INTO STEP-PARM-TEXT
               END-STRING
           END-IF.
           IF STEP-PARM-TEXT = SPACES
               MOVE ZERO TO STEP-PARM-LENGTH
           ELSE
               MOVE FUNCTION REVERSE(STEP-PARM-TEXT) TO REVERSED-PARM
               MOVE ZERO TO PARM-TRAILING
               INSPECT REVERSED-PARM TALLYING PARM-TRAILING
                   FOR LEADING SPACES
               COMPUTE STEP-PARM-LENGTH = 24 - PARM-TRAILING
           END-IF.

      *    The night's run ID is the one on RUNSEQ once it is dated
      *    on or after the night - drawn by tonight's MATHS-SUITE
      *    or RUN-CONSOLIDATE, not left over from last night.
       READ-NIGHT-RUN-ID.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNSEQ-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-DATE IS NUMERIC
                               AND RUNSEQ-DATE NOT < NIGHT-DATE
                           MOVE RUN-CONTROL-RECORD TO NIGHT-RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    Appends one journal row for the step at STEP-SCAN-SUB
      *    (zero for the night's B and R rows), opened and closed
      *    round each row so it is on the journal before anything
      *    else happens.
       WRITE-STREAM-JOURNAL-ROW.
           MOVE SPACES TO STEP-JOURNAL-RECORD.
           MOVE JOURNAL-EVENT TO JRNL-EVENT.
           MOVE NIGHT-DATE TO JRNL-NIGHT-DATE.
           MOVE NIGHT-RUN-ID TO JRNL-RUN-ID.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TIME-STAMP(1:6) TO JRNL-TIME.
           IF STEP-SCAN-SUB = ZERO
               MOVE ZERO TO JRNL-STEP-ORDER
               MOVE SPACES TO JRNL-STEP-NAME
               MOVE 'JOB-STREAM' TO JRNL-PROGRAM
               MOVE ZERO TO JRNL-RETURN-CODE
               MOVE PARM-TEXT TO JRNL-NOTE
           ELSE
               MOVE TBL-ORDER(STEP-SCAN-SUB) TO JRNL-STEP-ORDER
               MOVE TBL-NAME(STEP-SCAN-SUB) TO JRNL-STEP-NAME
               MOVE TBL-PROGRAM(STEP-SCAN-SUB) TO JRNL-PROGRAM
               MOVE TBL-RETURN-CODE(STEP-SCAN-SUB)
                   TO JRNL-RETURN-CODE
               MOVE STEP-END-NOTE TO JRNL-NOTE
               IF EVENT-STEP-STARTED
                   MOVE ZERO TO JRNL-RETURN-CODE
               END-IF
           END-IF.

           OPEN EXTEND STEP-JOURNAL-FILE.
           IF JOURNAL-STATUS = '35'
               OPEN OUTPUT STEP-JOURNAL-FILE
           END-IF.
           WRITE STEP-JOURNAL-RECORD.
           IF JOURNAL-STATUS NOT = '00'
               DISPLAY 'WARNING: STEPJRNL WRITE FAILED, STATUS='
                   JOURNAL-STATUS
           END-IF.
           CLOSE STEP-JOURNAL-FILE.

      *    The shift-handover picture: every step with its standing
      *    tonight, when it started and ended, and what a restart
      *    would do with it.
       WRITE-STREAM-REPORT.
           OPEN OUTPUT STREAM-REPORT-FILE.
           MOVE NIGHT-DATE TO HEADING-NIGHT.
           MOVE NIGHT-RUN-ID TO HEADING-RUN-ID.
           ACCEPT HEADING-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TIME-STAMP(1:6) TO HEADING-TIME.
           WRITE STREAM-REPORT-RECORD FROM STREAM-HEADING-LINE.
           MOVE SPACES TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD FROM STREAM-COLUMN-LINE.

           MOVE ZERO TO COMPLETE-COUNT.
           MOVE ZERO TO INCOMPLETE-COUNT.
           MOVE ZERO TO WITHHELD-COUNT.
           PERFORM WRITE-STEP-STATUS-LINE
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.

           MOVE SPACES TO STREAM-REPORT-RECORD.
           WRITE STREAM-REPORT-RECORD.
           MOVE COMPLETE-COUNT TO TOTAL-COMPLETE.
           MOVE STEP-COUNT TO TOTAL-STEPS.
           MOVE INCOMPLETE-COUNT TO TOTAL-INCOMPLETE.
           MOVE WITHHELD-COUNT TO TOTAL-WITHHELD.
           WRITE STREAM-REPORT-RECORD FROM STREAM-TOTAL-LINE.
           CLOSE STREAM-REPORT-FILE.

       WRITE-STEP-STATUS-LINE.
           MOVE TBL-ORDER(STEP-IDX) TO DETAIL-ORDER.
           MOVE TBL-NAME(STEP-IDX) TO DETAIL-NAME.
           MOVE TBL-PROGRAM(STEP-IDX) TO DETAIL-PROGRAM.
           IF TBL-RERUN-SAFE(STEP-IDX)
               MOVE 'YES' TO DETAIL-SAFE
           ELSE
               MOVE 'NO' TO DETAIL-SAFE
           END-IF.
           MOVE SPACES TO DETAIL-RC.
           MOVE SPACES TO DETAIL-STARTED.
           MOVE SPACES TO DETAIL-ENDED.
           MOVE SPACES TO DETAIL-ACTION.
           IF TBL-START-DATE(STEP-IDX) > ZERO
               MOVE TBL-START-DATE(STEP-IDX) TO STAMP-DATE
               MOVE TBL-START-TIME(STEP-IDX) TO STAMP-TIME
               MOVE DETAIL-STAMP TO DETAIL-STARTED
           END-IF.
           IF TBL-END-DATE(STEP-IDX) > ZERO
               MOVE TBL-END-DATE(STEP-IDX) TO STAMP-DATE
               MOVE TBL-END-TIME(STEP-IDX) TO STAMP-TIME
               MOVE DETAIL-STAMP TO DETAIL-ENDED
               MOVE TBL-RETURN-CODE(STEP-IDX) TO DETAIL-RC-EDIT
               MOVE DETAIL-RC-EDIT TO DETAIL-RC
           END-IF.
           EVALUATE TRUE
               WHEN TBL-COMPLETE(STEP-IDX)
                   MOVE 'COMPLETE' TO DETAIL-STATE
               WHEN TBL-FAILED(STEP-IDX)
                   MOVE 'FAILED' TO DETAIL-STATE
               WHEN TBL-IN-DOUBT(STEP-IDX)
                   MOVE 'IN DOUBT' TO DETAIL-STATE
               WHEN TBL-BLOCKED(STEP-IDX)
                   MOVE 'BLOCKED' TO DETAIL-STATE
               WHEN TBL-REFUSED(STEP-IDX)
                   MOVE 'REFUSED' TO DETAIL-STATE
               WHEN TBL-HELD(STEP-IDX)
                   MOVE 'HELD' TO DETAIL-STATE
               WHEN TBL-WITHHELD(STEP-IDX)
                   MOVE 'WITHHELD' TO DETAIL-STATE
               WHEN OTHER
                   MOVE 'NOT RUN' TO DETAIL-STATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TBL-COMPLETE(STEP-IDX)
                   ADD 1 TO COMPLETE-COUNT
               WHEN TBL-WITHHELD(STEP-IDX)
                   ADD 1 TO WITHHELD-COUNT
                   MOVE 'PREREQUISITE RC OVER LIMIT'
                       TO DETAIL-ACTION
               WHEN OTHER
                   PERFORM COUNT-INCOMPLETE-STEP
           END-EVALUATE.
           WRITE STREAM-REPORT-RECORD FROM STREAM-DETAIL-LINE.

       COUNT-INCOMPLETE-STEP.
           ADD 1 TO INCOMPLETE-COUNT.
           EVALUATE TRUE
               WHEN TBL-HELD(STEP-IDX)
                   MOVE 'ADD STRMPARM ROW, RESTART'
                       TO DETAIL-ACTION
               WHEN TBL-WAS-ATTEMPTED(STEP-IDX)
                       AND NOT TBL-RERUN-SAFE(STEP-IDX)
                   STRING 'CHECK, THEN RESTART,'
                       TBL-NAME(STEP-IDX)
                       DELIMITED BY SIZE INTO DETAIL-ACTION
                   END-STRING
               WHEN OTHER
                   MOVE 'RESTART WILL RUN IT' TO DETAIL-ACTION
           END-EVALUATE.

       END PROGRAM JOB-STREAM.
