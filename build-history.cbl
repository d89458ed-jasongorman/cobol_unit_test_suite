       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-HISTORY.
      *    Build history report. For each routine on the SUITEREG
      *    registry (the suite's PARM keyword), lists every build
      *    of that routine the RESULTDB results master holds rows
      *    for - in the order the builds were first tested - with
      *    its install date and installer from the BUILDREG build
      *    register, the run identifiers it was tested in, its
      *    pass/fail counts over those runs, and, for every case
      *    that failed under it, the first run where that case
      *    broke. The report (BLDHRPT) answers "what changed?" on
      *    the morning a case goes red without anyone having to ask
      *    the library team what they shipped. Rows loaded before
      *    builds were stamped are reported under build NONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT BUILD-REG-FILE ASSIGN TO 'BUILDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BREG-KEY
               FILE STATUS IS BREG-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT HISTORY-REPORT-FILE ASSIGN TO 'BLDHRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  BUILD-REG-FILE.
           COPY 'build-register.cpy'.
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD  PIC X(132).
       WORKING-STORAGE SECTION.
       01  RESULT-STATUS   PIC X(02).
       01  BREG-STATUS     PIC X(02).
       01  REGISTRY-STATUS PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  BUILD-REGISTER-OPEN PIC X(01) VALUE 'N'.
           88  BUILD-REGISTER-AVAILABLE VALUE 'Y'.
      *    The registered suites and the routine each one tests.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX.
               10  REGISTERED-SUITE-NAME  PIC X(12).
               10  REGISTERED-ROUTINE     PIC X(07).
      *    One entry per suite/build pair seen on the results
      *    master. RESULTDB is keyed by run identifier first, so
      *    the rows of one run arrive together and a run is counted
      *    once by remembering the last run seen for the entry.
       01  BUILD-COUNT     PIC 9(04) VALUE ZERO.
       01  BUILD-TABLE.
           05  BUILD-ENTRY OCCURS 500 TIMES INDEXED BY BUILD-IDX.
               10  BUILD-SUITE         PIC X(12).
               10  BUILD-ID            PIC X(12).
               10  BUILD-RUN-COUNT     PIC 9(04).
               10  BUILD-PASS-COUNT    PIC 9(06).
               10  BUILD-FAIL-COUNT    PIC 9(06).
               10  BUILD-OTHER-COUNT   PIC 9(06).
               10  BUILD-LAST-RUN-ID   PIC X(11).
       01  BUILD-MATCH-SUB PIC 9(04).
      *    Every run each build was tested in.
       01  RUN-LIST-COUNT  PIC 9(04) VALUE ZERO.
       01  RUN-LIST-TABLE.
           05  RUN-LIST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RUN-LIST-IDX.
               10  RUN-LIST-BUILD-SUB  PIC 9(04).
               10  RUN-LIST-RUN-ID     PIC X(11).
      *    The first failing run of each case under each build.
       01  BREAK-COUNT     PIC 9(04) VALUE ZERO.
       01  BREAK-TABLE.
           05  BREAK-ENTRY OCCURS 5000 TIMES INDEXED BY BREAK-IDX.
               10  BREAK-BUILD-SUB     PIC 9(04).
               10  BREAK-CASE-NAME     PIC X(30).
               10  BREAK-RUN-ID        PIC X(11).
       01  BREAK-FOUND     PIC X(01).
           88  CASE-ALREADY-BROKEN    VALUE 'Y'.
       01  ROW-BUILD-ID    PIC X(12).
       01  UNREGISTERED-ROWS PIC 9(06) VALUE ZERO.
       01  ENTRIES-NOT-HELD PIC 9(06) VALUE ZERO.
       01  SUITE-BUILDS-SHOWN PIC 9(04).
       01  RUNS-ON-LINE    PIC 9(02).
       01  LIST-POINTER    PIC 9(03).
      *    Report lines
       01  HISTORY-HEADING-LINE.
           05  FILLER              PIC X(35) VALUE
               'ROUTINE BUILD HISTORY FROM RESULTDB'.
       01  ROUTINE-HEADING-LINE.
           05  FILLER              PIC X(08) VALUE 'ROUTINE '.
           05  HEADING-ROUTINE     PIC X(07).
           05  FILLER              PIC X(08) VALUE '  SUITE '.
           05  HEADING-SUITE       PIC X(12).
       01  BUILD-DETAIL-LINE.
           05  FILLER              PIC X(08) VALUE '  BUILD '.
           05  DETAIL-BUILD-ID     PIC X(12).
           05  FILLER              PIC X(11) VALUE ' INSTALLED '.
           05  DETAIL-INSTALL-DATE PIC X(08).
           05  FILLER              PIC X(04) VALUE ' BY '.
           05  DETAIL-INSTALLED-BY PIC X(08).
           05  FILLER              PIC X(07) VALUE '  RUNS '.
           05  DETAIL-RUNS         PIC ZZZ9.
           05  FILLER              PIC X(09) VALUE '  PASSED '.
           05  DETAIL-PASSES       PIC ZZZZZ9.
           05  FILLER              PIC X(09) VALUE '  FAILED '.
           05  DETAIL-FAILURES     PIC ZZZZZ9.
           05  FILLER              PIC X(08) VALUE '  OTHER '.
           05  DETAIL-OTHER        PIC ZZZZZ9.
       01  RUN-LIST-LINE       PIC X(132).
       01  BREAK-DETAIL-LINE.
           05  FILLER              PIC X(18) VALUE
               '    FIRST BROKE:  '.
           05  DETAIL-BREAK-CASE   PIC X(30).
           05  FILLER              PIC X(08) VALUE ' IN RUN '.
           05  DETAIL-BREAK-RUN    PIC X(11).
       01  NO-RESULTS-LINE     PIC X(40) VALUE
           '  NO RESULTS ON RESULTDB'.
       01  SECTION-BREAK-LINE  PIC X(40) VALUE ALL '-'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SUITE-REGISTRY.
           PERFORM SCAN-RESULT-MASTER.

           OPEN OUTPUT HISTORY-REPORT-FILE.
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-HEADING-LINE.
           WRITE HISTORY-REPORT-RECORD FROM SECTION-BREAK-LINE.

           OPEN INPUT BUILD-REG-FILE.
           IF BREG-STATUS = '00'
               SET BUILD-REGISTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BUILD-HISTORY: BUILDREG NOT AVAILABLE, '
                   'STATUS=' BREG-STATUS
           END-IF.

           PERFORM REPORT-ONE-ROUTINE
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > REGISTRY-COUNT.

           IF BUILD-REGISTER-AVAILABLE
               CLOSE BUILD-REG-FILE
           END-IF.
           CLOSE HISTORY-REPORT-FILE.

           DISPLAY 'BUILD-HISTORY: ' BUILD-COUNT ' BUILD(S), '
               BREAK-COUNT ' FIRST BREAK(S) REPORTED'.
           IF UNREGISTERED-ROWS > ZERO
               DISPLAY 'BUILD-HISTORY: ' UNREGISTERED-ROWS
                   ' ROW(S) FOR UNREGISTERED SUITES SKIPPED'
           END-IF.
           IF ENTRIES-NOT-HELD > ZERO
               DISPLAY 'BUILD-HISTORY: ' ENTRIES-NOT-HELD
                   ' ENTRIES PAST TABLE CAPACITY NOT REPORTED'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-SUITE-REGISTRY.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE SUITE-REGISTRY-FILE
           END-IF.
           IF REGISTRY-COUNT = ZERO
               DISPLAY 'BUILD-HISTORY: SUITEREG MISSING OR EMPTY, '
                   'STATUS=' REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-NEXT-REGISTRY-ROW.
           READ SUITE-REGISTRY-FILE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF REG-SUITE-NAME NOT = SPACES
                           AND REGISTRY-COUNT < 20
                       ADD 1 TO REGISTRY-COUNT
                       SET REGISTRY-IDX TO REGISTRY-COUNT
                       MOVE REG-SUITE-NAME TO
                           REGISTERED-SUITE-NAME(REGISTRY-IDX)
                       MOVE REG-PARM-KEYWORD TO
                           REGISTERED-ROUTINE(REGISTRY-IDX)
                   END-IF
           END-READ.

       SCAN-RESULT-MASTER.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS = '00'
               PERFORM READ-NEXT-RESULT-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE RESULT-MASTER-FILE
           ELSE
               DISPLAY 'BUILD-HISTORY: RESULTDB NOT AVAILABLE, '
                   'STATUS=' RESULT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-NEXT-RESULT-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   PERFORM EXAMINE-RESULT-ROW
           END-READ.

       EXAMINE-RESULT-ROW.
           SET REGISTRY-IDX TO 1.
           SEARCH REGISTRY-ENTRY
               AT END
                   ADD 1 TO UNREGISTERED-ROWS
               WHEN REGISTRY-IDX > REGISTRY-COUNT
                   ADD 1 TO UNREGISTERED-ROWS
               WHEN REGISTERED-SUITE-NAME(REGISTRY-IDX)
                       = RESULT-SUITE-NAME
                   PERFORM TALLY-RESULT-ROW
           END-SEARCH.

       TALLY-RESULT-ROW.
           IF RESULT-BUILD-ID = SPACES
               MOVE 'NONE' TO ROW-BUILD-ID
           ELSE
               MOVE RESULT-BUILD-ID TO ROW-BUILD-ID
           END-IF.

           MOVE ZERO TO BUILD-MATCH-SUB.
           PERFORM CHECK-BUILD-ENTRY
               VARYING BUILD-IDX FROM 1 BY 1
               UNTIL BUILD-IDX > BUILD-COUNT
                   OR BUILD-MATCH-SUB > ZERO.
           IF BUILD-MATCH-SUB = ZERO
               IF BUILD-COUNT < 500
                   ADD 1 TO BUILD-COUNT
                   SET BUILD-IDX TO BUILD-COUNT
                   MOVE RESULT-SUITE-NAME TO BUILD-SUITE(BUILD-IDX)
                   MOVE ROW-BUILD-ID TO BUILD-ID(BUILD-IDX)
                   MOVE ZERO TO BUILD-RUN-COUNT(BUILD-IDX)
                   MOVE ZERO TO BUILD-PASS-COUNT(BUILD-IDX)
                   MOVE ZERO TO BUILD-FAIL-COUNT(BUILD-IDX)
                   MOVE ZERO TO BUILD-OTHER-COUNT(BUILD-IDX)
                   MOVE SPACES TO BUILD-LAST-RUN-ID(BUILD-IDX)
                   MOVE BUILD-COUNT TO BUILD-MATCH-SUB
               ELSE
                   ADD 1 TO ENTRIES-NOT-HELD
               END-IF
           END-IF.

           IF BUILD-MATCH-SUB > ZERO
               SET BUILD-IDX TO BUILD-MATCH-SUB
               PERFORM COUNT-BUILD-ROW
           END-IF.

       CHECK-BUILD-ENTRY.
           IF BUILD-SUITE(BUILD-IDX) = RESULT-SUITE-NAME
                   AND BUILD-ID(BUILD-IDX) = ROW-BUILD-ID
               SET BUILD-MATCH-SUB TO BUILD-IDX
           END-IF.

       COUNT-BUILD-ROW.
           IF BUILD-LAST-RUN-ID(BUILD-IDX) NOT = RESULT-RUN-ID
               MOVE RESULT-RUN-ID TO BUILD-LAST-RUN-ID(BUILD-IDX)
               ADD 1 TO BUILD-RUN-COUNT(BUILD-IDX)
               IF RUN-LIST-COUNT < 5000
                   ADD 1 TO RUN-LIST-COUNT
                   SET RUN-LIST-IDX TO RUN-LIST-COUNT
                   MOVE BUILD-MATCH-SUB TO
                       RUN-LIST-BUILD-SUB(RUN-LIST-IDX)
                   MOVE RESULT-RUN-ID TO RUN-LIST-RUN-ID(RUN-LIST-IDX)
               ELSE
                   ADD 1 TO ENTRIES-NOT-HELD
               END-IF
           END-IF.

           EVALUATE RESULT-CASE-STATUS
               WHEN 'PASS'
                   ADD 1 TO BUILD-PASS-COUNT(BUILD-IDX)
               WHEN 'FAIL'
                   ADD 1 TO BUILD-FAIL-COUNT(BUILD-IDX)
                   PERFORM NOTE-FIRST-BREAK
               WHEN OTHER
                   ADD 1 TO BUILD-OTHER-COUNT(BUILD-IDX)
           END-EVALUATE.

      *    Rows arrive in run order, so the first failure seen for
      *    a case under a build is the run where it broke.
       NOTE-FIRST-BREAK.
           MOVE 'N' TO BREAK-FOUND.
           PERFORM CHECK-BREAK-ENTRY
               VARYING BREAK-IDX FROM 1 BY 1
               UNTIL BREAK-IDX > BREAK-COUNT
                   OR CASE-ALREADY-BROKEN.
           IF NOT CASE-ALREADY-BROKEN
               IF BREAK-COUNT < 5000
                   ADD 1 TO BREAK-COUNT
                   SET BREAK-IDX TO BREAK-COUNT
                   MOVE BUILD-MATCH-SUB TO BREAK-BUILD-SUB(BREAK-IDX)
                   MOVE RESULT-CASE-NAME TO BREAK-CASE-NAME(BREAK-IDX)
                   MOVE RESULT-RUN-ID TO BREAK-RUN-ID(BREAK-IDX)
               ELSE
                   ADD 1 TO ENTRIES-NOT-HELD
               END-IF
           END-IF.

       CHECK-BREAK-ENTRY.
           IF BREAK-BUILD-SUB(BREAK-IDX) = BUILD-MATCH-SUB
                   AND BREAK-CASE-NAME(BREAK-IDX) = RESULT-CASE-NAME
               SET CASE-ALREADY-BROKEN TO TRUE
           END-IF.

       REPORT-ONE-ROUTINE.
           MOVE REGISTERED-ROUTINE(REGISTRY-IDX) TO HEADING-ROUTINE.
           MOVE REGISTERED-SUITE-NAME(REGISTRY-IDX) TO HEADING-SUITE.
           WRITE HISTORY-REPORT-RECORD FROM ROUTINE-HEADING-LINE.
           MOVE ZERO TO SUITE-BUILDS-SHOWN.
           PERFORM REPORT-ONE-BUILD
               VARYING BUILD-IDX FROM 1 BY 1
               UNTIL BUILD-IDX > BUILD-COUNT.
           IF SUITE-BUILDS-SHOWN = ZERO
               WRITE HISTORY-REPORT-RECORD FROM NO-RESULTS-LINE
           END-IF.
           WRITE HISTORY-REPORT-RECORD FROM SECTION-BREAK-LINE.

       REPORT-ONE-BUILD.
           IF BUILD-SUITE(BUILD-IDX) =
                   REGISTERED-SUITE-NAME(REGISTRY-IDX)
               ADD 1 TO SUITE-BUILDS-SHOWN
               PERFORM LOOK-UP-BUILD-REGISTER
               MOVE BUILD-ID(BUILD-IDX) TO DETAIL-BUILD-ID
               MOVE BUILD-RUN-COUNT(BUILD-IDX) TO DETAIL-RUNS
               MOVE BUILD-PASS-COUNT(BUILD-IDX) TO DETAIL-PASSES
               MOVE BUILD-FAIL-COUNT(BUILD-IDX) TO DETAIL-FAILURES
               MOVE BUILD-OTHER-COUNT(BUILD-IDX) TO DETAIL-OTHER
               WRITE HISTORY-REPORT-RECORD FROM BUILD-DETAIL-LINE
               PERFORM REPORT-BUILD-RUNS
               PERFORM REPORT-BUILD-BREAKS
                   VARYING BREAK-IDX FROM 1 BY 1
                   UNTIL BREAK-IDX > BREAK-COUNT
           END-IF.

      *    A build tested but never registered (or stamped NONE)
      *    says so rather than leave the install columns blank.
       LOOK-UP-BUILD-REGISTER.
           MOVE 'UNKNOWN' TO DETAIL-INSTALL-DATE.
           MOVE SPACES TO DETAIL-INSTALLED-BY.
           IF BUILD-REGISTER-AVAILABLE
               MOVE REGISTERED-ROUTINE(REGISTRY-IDX) TO BREG-ROUTINE
               MOVE BUILD-ID(BUILD-IDX) TO BREG-BUILD-ID
               READ BUILD-REG-FILE
                   INVALID KEY
                       MOVE 'NOT REGD' TO DETAIL-INSTALL-DATE
                   NOT INVALID KEY
                       MOVE BREG-INSTALL-DATE TO DETAIL-INSTALL-DATE
                       MOVE BREG-INSTALLED-BY TO DETAIL-INSTALLED-BY
               END-READ
           END-IF.

      *    The runs a build was tested in, eight to a line.
       REPORT-BUILD-RUNS.
           MOVE SPACES TO RUN-LIST-LINE.
           MOVE '    RUNS:' TO RUN-LIST-LINE.
           MOVE 11 TO LIST-POINTER.
           MOVE ZERO TO RUNS-ON-LINE.
           PERFORM LIST-ONE-BUILD-RUN
               VARYING RUN-LIST-IDX FROM 1 BY 1
               UNTIL RUN-LIST-IDX > RUN-LIST-COUNT.
           IF RUNS-ON-LINE > ZERO
               WRITE HISTORY-REPORT-RECORD FROM RUN-LIST-LINE
           END-IF.

       LIST-ONE-BUILD-RUN.
           IF RUN-LIST-BUILD-SUB(RUN-LIST-IDX) = BUILD-IDX
               STRING RUN-LIST-RUN-ID(RUN-LIST-IDX) ' '
                   DELIMITED BY SIZE INTO RUN-LIST-LINE
                   WITH POINTER LIST-POINTER
               END-STRING
               ADD 1 TO RUNS-ON-LINE
               IF RUNS-ON-LINE = 8
                   WRITE HISTORY-REPORT-RECORD FROM RUN-LIST-LINE
                   MOVE SPACES TO RUN-LIST-LINE
                   MOVE 11 TO LIST-POINTER
                   MOVE ZERO TO RUNS-ON-LINE
               END-IF
           END-IF.

       REPORT-BUILD-BREAKS.
           IF BREAK-BUILD-SUB(BREAK-IDX) = BUILD-IDX
               MOVE BREAK-CASE-NAME(BREAK-IDX) TO DETAIL-BREAK-CASE
               MOVE BREAK-RUN-ID(BREAK-IDX) TO DETAIL-BREAK-RUN
               WRITE HISTORY-REPORT-RECORD FROM BREAK-DETAIL-LINE
           END-IF.

       END PROGRAM BUILD-HISTORY.
