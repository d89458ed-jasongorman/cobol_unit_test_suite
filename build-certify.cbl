       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-CERTIFY.
      *    Release certification for a build of one maths routine.
      *    PARM 'routine,build,first-run-id,last-run-id,runs' (for
      *    example 'SQRT,SQ-2026.10A,20261001-01,20261014-01,5')
      *    names the routine by its SUITEREG PARM keyword, the build
      *    on the BUILDREG register to be certified, the RESULTDB
      *    run range to judge it on, and how many consecutive
      *    passing nightly runs it must show (default 5, at most
      *    99 - the width CERTREG records it in). A run of
      *    the build passes when every active CASEMSTR case of the
      *    routine's suite has a row in it and none of its rows is
      *    FAIL or BLKD; quarantined (KNWN) and intermittent (INTM)
      *    rows are allowed but named on the certificate as
      *    exceptions with their QUARREG ticket. The most recent
      *    runs of the build in the range must be the passing ones -
      *    a build that broke last night is not certified on the
      *    strength of last week. The baseline in force at the end
      *    of the range is taken from the BASEAUDT audit log.
      *    Writes a paginated certificate - or a refusal giving the
      *    reasons - to CERTRPT, and records the decision on the
      *    CERTREG certification register. PARM 'routine,build'
      *    alone queries the register instead. RETURN-CODE 0 when
      *    the build is certified, 4 when it is refused, 8 for a
      *    bad PARM or a build never judged, 12 when a master or
      *    the registry cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS QREG-STATUS.
           SELECT BUILD-REG-FILE ASSIGN TO 'BUILDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BREG-KEY
               FILE STATUS IS BREG-STATUS.
           SELECT CERT-REG-FILE ASSIGN TO 'CERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CERT-KEY
               FILE STATUS IS CERT-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'BASEAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT CERT-REPORT-FILE ASSIGN TO 'CERTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  BUILD-REG-FILE.
           COPY 'build-register.cpy'.
       FD  CERT-REG-FILE.
           COPY 'cert-register.cpy'.
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD   PIC X(100).
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  RESULT-STATUS   PIC X(02).
       01  MASTER-STATUS   PIC X(02).
       01  QREG-STATUS     PIC X(02).
       01  BREG-STATUS     PIC X(02).
       01  CERT-STATUS     PIC X(02).
       01  REGISTRY-STATUS PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
      *    The build asked about, split out of the PARM.
       01  WANTED-ROUTINE  PIC X(07).
       01  WANTED-BUILD    PIC X(12).
       01  FIRST-RUN-ID    PIC X(11).
       01  LAST-RUN-ID     PIC X(11).
       01  RUNS-PARM-TEXT  PIC X(04).
       01  RUNS-REQUIRED   PIC 9(02) VALUE 5.
       01  RUNS-PARM-NUMBER PIC S9(05).
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  WANTED-SUITE    PIC X(12).
       01  BUILD-INSTALL-DATE PIC X(08).
       01  BUILD-INSTALLED-BY PIC X(08).
       01  BUILD-ON-REGISTER PIC X(01) VALUE 'N'.
           88  BUILD-IS-REGISTERED    VALUE 'Y'.
      *    The suite's active cases; each must show up in every run
      *    the build is judged on.
       01  ACTIVE-CASE-COUNT PIC 9(04) VALUE ZERO.
       01  CASES-NOT-HELD  PIC 9(04) VALUE ZERO.
       01  ACTIVE-CASE-TABLE.
           05  ACTIVE-CASE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ACTIVE-IDX.
               10  ACTIVE-CASE-NAME    PIC X(30).
               10  ACTIVE-CASE-SEEN    PIC X(01).
      *    The run being gathered from RESULTDB. Rows arrive in run
      *    order, so a run is judged when the run identifier
      *    changes.
       01  CURRENT-RUN-ID  PIC X(11) VALUE SPACES.
       01  CURRENT-RUN-BUILD PIC X(12).
       01  CURRENT-ROWS    PIC 9(04).
       01  CURRENT-PASSES  PIC 9(04).
       01  CURRENT-EXCEPTIONS PIC 9(04).
       01  CURRENT-FAILURES PIC 9(04).
       01  CURRENT-NOT-RUN PIC 9(04).
       01  CURRENT-FAIL-COUNT PIC 9(03).
       01  CURRENT-FAIL-TABLE.
           05  CURRENT-FAIL-ENTRY OCCURS 200 TIMES
                   INDEXED BY CURRENT-FAIL-IDX.
               10  CURRENT-FAIL-CASE   PIC X(30).
               10  CURRENT-FAIL-STATUS PIC X(07).
      *    The cases behind the most recent failing run of the
      *    build - what the refusal has to explain.
       01  LATEST-FAIL-RUN-ID PIC X(11) VALUE SPACES.
       01  LATEST-FAIL-COUNT PIC 9(03) VALUE ZERO.
       01  LATEST-FAIL-FAILURES PIC 9(04) VALUE ZERO.
       01  LATEST-FAIL-NOT-RUN PIC 9(04) VALUE ZERO.
       01  LATEST-FAIL-TABLE.
           05  LATEST-FAIL-ENTRY OCCURS 200 TIMES
                   INDEXED BY LATEST-FAIL-IDX.
               10  LATEST-FAIL-CASE    PIC X(30).
               10  LATEST-FAIL-STATUS  PIC X(07).
      *    Every run in the range the suite took part in.
       01  RUN-COUNT       PIC 9(04) VALUE ZERO.
       01  RUNS-NOT-HELD   PIC 9(04) VALUE ZERO.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  RUN-ENTRY-ID        PIC X(11).
               10  RUN-ENTRY-BUILD     PIC X(12).
               10  RUN-ENTRY-PASSES    PIC 9(04).
               10  RUN-ENTRY-EXCEPTIONS PIC 9(04).
               10  RUN-ENTRY-FAILURES  PIC 9(04).
               10  RUN-ENTRY-NOT-RUN   PIC 9(04).
               10  RUN-ENTRY-RESULT    PIC X(11).
       01  BUILD-RUN-COUNT PIC 9(04) VALUE ZERO.
       01  PASSING-STREAK  PIC 9(04) VALUE ZERO.
      *    Quarantined and intermittent cases seen under the build.
       01  EXCEPTION-COUNT PIC 9(04) VALUE ZERO.
       01  EXCEPTIONS-NOT-HELD PIC 9(04) VALUE ZERO.
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY OCCURS 500 TIMES
                   INDEXED BY EXCEPTION-IDX.
               10  EXCEPTION-CASE      PIC X(30).
               10  EXCEPTION-KNWN-RUNS PIC 9(04).
               10  EXCEPTION-INTM-RUNS PIC 9(04).
               10  EXCEPTION-TICKET    PIC X(08).
               10  EXCEPTION-OWNER     PIC X(08).
       01  EXCEPTION-FOUND PIC X(01).
           88  EXCEPTION-ALREADY-HELD VALUE 'Y'.
      *    The baseline in force at the end of the range: the last
      *    promotion or rollback BASELINE-MGR applied on or before
      *    the date of the last run judged.
       01  BASELINE-RUN-ID PIC X(11) VALUE SPACES.
       01  BASELINE-DATE   PIC X(08) VALUE SPACES.
       01  BASELINE-ACTION PIC X(08) VALUE SPACES.
       01  BASELINE-CUTOFF-DATE PIC X(08).
      *    Mirror of the BASEAUDT line BASELINE-MGR writes.
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-ACTION        PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-RUN-ID        PIC X(11).
           05  FILLER              PIC X(01).
           05  AUDIT-RESULT        PIC X(40).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERATOR-ID   PIC X(08).
           05  FILLER              PIC X(01).
           05  AUDIT-CHAIN-SEQ     PIC X(07).
           05  FILLER              PIC X(01).
           05  AUDIT-CHAIN-VALUE   PIC X(10).
      *    Why the build was refused, in the order found.
       01  REASON-COUNT    PIC 9(02) VALUE ZERO.
       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 10 TIMES INDEXED BY REASON-IDX.
               10  REASON-TEXT         PIC X(60).
       01  NEW-REASON      PIC X(60).
       01  HELD-CASE-NAME  PIC X(30).
       01  HELD-CASE-STATUS PIC X(07).
       01  COUNT-EDIT      PIC ZZZ9.
       01  RUNS-EDIT       PIC Z9.
       01  EDIT-POINTER    PIC 9(03).
      *    Pagination of the certificate document.
       01  PAGE-LINE-LIMIT PIC 9(02) VALUE 55.
       01  PAGE-LINE-COUNT PIC 9(02) VALUE ZERO.
       01  PAGE-NUMBER     PIC 9(03) VALUE ZERO.
       01  PRINT-LINE      PIC X(132).
       01  PAGE-HEADING-LINE.
           05  HEADING-TITLE       PIC X(50).
           05  FILLER              PIC X(05) VALUE 'PAGE '.
           05  HEADING-PAGE        PIC ZZ9.
       01  PAGE-SUBJECT-LINE.
           05  FILLER              PIC X(08) VALUE 'ROUTINE '.
           05  SUBJECT-ROUTINE     PIC X(07).
           05  FILLER              PIC X(08) VALUE '  BUILD '.
           05  SUBJECT-BUILD       PIC X(12).
           05  FILLER              PIC X(08) VALUE '  SUITE '.
           05  SUBJECT-SUITE       PIC X(12).
           05  FILLER              PIC X(09) VALUE '  ISSUED '.
           05  SUBJECT-DATE        PIC 9(08).
       01  LABELLED-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LABEL-TEXT          PIC X(26).
           05  LABEL-VALUE         PIC X(60).
       01  RUN-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-RUN-ID       PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-RUN-BUILD    PIC X(12).
           05  FILLER              PIC X(08) VALUE ' PASSED '.
           05  DETAIL-PASSES       PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE ' EXCEPT '.
           05  DETAIL-EXCEPTIONS   PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE ' FAILED '.
           05  DETAIL-FAILURES     PIC ZZZ9.
           05  FILLER              PIC X(09) VALUE ' NOT RUN '.
           05  DETAIL-NOT-RUN      PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-RUN-RESULT   PIC X(11).
       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-EXCEPTION-CASE PIC X(30).
           05  FILLER              PIC X(06) VALUE ' KNWN '.
           05  DETAIL-KNWN-RUNS    PIC ZZZ9.
           05  FILLER              PIC X(06) VALUE ' INTM '.
           05  DETAIL-INTM-RUNS    PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE ' TICKET '.
           05  DETAIL-TICKET       PIC X(08).
           05  FILLER              PIC X(04) VALUE ' BY '.
           05  DETAIL-OWNER        PIC X(08).
       01  FAILED-CASE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETAIL-FAIL-CASE    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-FAIL-STATUS  PIC X(07).
       01  SECTION-BREAK-LINE  PIC X(40) VALUE ALL '-'.
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(60).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CERTIFY-PARM.

           IF WANTED-ROUTINE = SPACES OR WANTED-BUILD = SPACES
               DISPLAY 'BUILD-CERTIFY: PARM MUST NAME ROUTINE,BUILD'
                   '[,FIRST-RUN,LAST-RUN[,RUNS]]'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF FIRST-RUN-ID = SPACES AND LAST-RUN-ID = SPACES
               PERFORM QUERY-CERT-REGISTER
               GOBACK
           END-IF.

           IF FIRST-RUN-ID = SPACES OR LAST-RUN-ID = SPACES
                   OR FIRST-RUN-ID > LAST-RUN-ID
                   OR RUNS-REQUIRED = ZERO
               DISPLAY 'BUILD-CERTIFY: INVALID RUN RANGE OR RUN '
                   'COUNT: ' FIRST-RUN-ID ' ' LAST-RUN-ID ' '
                   RUNS-PARM-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SUITE-REGISTRY.
           PERFORM LOOK-UP-BUILD-REGISTER.
           PERFORM LOAD-ACTIVE-CASES.
           PERFORM SCAN-RESULT-RANGE.
           PERFORM NOTE-BASELINE-IN-FORCE.
           PERFORM LOOK-UP-EXCEPTION-TICKETS.
           PERFORM DECIDE-CERTIFICATION.
           PERFORM WRITE-CERTIFICATE-DOCUMENT.
           PERFORM RECORD-CERT-DECISION.

           IF REASON-COUNT = ZERO
               DISPLAY 'BUILD-CERTIFY: ' WANTED-ROUTINE ' BUILD '
                   WANTED-BUILD ' CERTIFIED, ' PASSING-STREAK
                   ' CONSECUTIVE PASSING RUNS, ' EXCEPTION-COUNT
                   ' EXCEPTION(S)'
           ELSE
               DISPLAY 'BUILD-CERTIFY: ' WANTED-ROUTINE ' BUILD '
                   WANTED-BUILD ' REFUSED, ' REASON-COUNT
                   ' REASON(S) - SEE CERTRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-CERTIFY-PARM.
           MOVE SPACES TO WANTED-ROUTINE.
           MOVE SPACES TO WANTED-BUILD.
           MOVE SPACES TO FIRST-RUN-ID.
           MOVE SPACES TO LAST-RUN-ID.
           MOVE SPACES TO RUNS-PARM-TEXT.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 60
               MOVE 60 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               UNSTRING PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WANTED-ROUTINE WANTED-BUILD FIRST-RUN-ID
                       LAST-RUN-ID RUNS-PARM-TEXT
               END-UNSTRING
           END-IF.
      *    A count out of range is left as zero, which the run
      *    range check refuses, rather than cut to its last digits.
           IF RUNS-PARM-TEXT NOT = SPACES
               COMPUTE RUNS-PARM-NUMBER =
                   FUNCTION NUMVAL(RUNS-PARM-TEXT)
               IF RUNS-PARM-NUMBER < 1 OR RUNS-PARM-NUMBER > 99
                   MOVE ZERO TO RUNS-REQUIRED
               ELSE
                   MOVE RUNS-PARM-NUMBER TO RUNS-REQUIRED
               END-IF
           END-IF.

      *    Query mode: the decision already on the register, with a
      *    return code the promotion job can test.
       QUERY-CERT-REGISTER.
           OPEN INPUT CERT-REG-FILE.
           IF CERT-STATUS NOT = '00'
               DISPLAY 'BUILD-CERTIFY: CERTREG NOT AVAILABLE, '
                   'STATUS=' CERT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WANTED-ROUTINE TO CERT-ROUTINE
               MOVE WANTED-BUILD TO CERT-BUILD-ID
               READ CERT-REG-FILE
                   INVALID KEY
                       DISPLAY 'BUILD-CERTIFY: ' WANTED-ROUTINE
                           ' BUILD ' WANTED-BUILD
                           ' HAS NEVER BEEN JUDGED'
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM DISPLAY-CERT-DECISION
               END-READ
               CLOSE CERT-REG-FILE
           END-IF.

       DISPLAY-CERT-DECISION.
           IF CERT-GRANTED
               DISPLAY 'BUILD-CERTIFY: ' WANTED-ROUTINE ' BUILD '
                   WANTED-BUILD ' CERTIFIED ON ' CERT-DECISION-DATE
                   ' OVER RUNS ' CERT-FIRST-RUN-ID ' TO '
                   CERT-LAST-RUN-ID
           ELSE
               DISPLAY 'BUILD-CERTIFY: ' WANTED-ROUTINE ' BUILD '
                   WANTED-BUILD ' REFUSED ON ' CERT-DECISION-DATE
                   ': ' FUNCTION TRIM(CERT-REASON)
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    The routine keyword names the suite whose cases and
      *    results the build is judged on.
       LOAD-SUITE-REGISTRY.
           MOVE SPACES TO WANTED-SUITE.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS NOT = '00'
               DISPLAY 'BUILD-CERTIFY: SUITEREG NOT AVAILABLE, '
                   'STATUS=' REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-REGISTRY-ROW
               UNTIL NO-MORE-RECORDS.
           CLOSE SUITE-REGISTRY-FILE.
           IF WANTED-SUITE = SPACES
               DISPLAY 'BUILD-CERTIFY: ROUTINE ' WANTED-ROUTINE
                   ' IS NOT A SUITEREG PARM KEYWORD'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-NEXT-REGISTRY-ROW.
           READ SUITE-REGISTRY-FILE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF REG-PARM-KEYWORD = WANTED-ROUTINE
                           AND REG-SUITE-NAME NOT = SPACES
                       MOVE REG-SUITE-NAME TO WANTED-SUITE
                   END-IF
           END-READ.

      *    A build nobody installed through BUILD-MAINT cannot be
      *    certified, however green its runs look.
       LOOK-UP-BUILD-REGISTER.
           MOVE 'UNKNOWN' TO BUILD-INSTALL-DATE.
           MOVE SPACES TO BUILD-INSTALLED-BY.
           OPEN INPUT BUILD-REG-FILE.
           IF BREG-STATUS = '00'
               MOVE WANTED-ROUTINE TO BREG-ROUTINE
               MOVE WANTED-BUILD TO BREG-BUILD-ID
               READ BUILD-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BUILD-IS-REGISTERED TO TRUE
                       MOVE BREG-INSTALL-DATE TO BUILD-INSTALL-DATE
                       MOVE BREG-INSTALLED-BY TO BUILD-INSTALLED-BY
               END-READ
               CLOSE BUILD-REG-FILE
           ELSE
               DISPLAY 'BUILD-CERTIFY: BUILDREG NOT AVAILABLE, '
                   'STATUS=' BREG-STATUS
           END-IF.

       LOAD-ACTIVE-CASES.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'BUILD-CERTIFY: CASEMSTR NOT AVAILABLE, '
                   'STATUS=' MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WANTED-SUITE TO MASTER-SUITE-NAME.
           MOVE LOW-VALUES TO MASTER-CASE-NAME.
           START CASE-MASTER-FILE KEY NOT LESS THAN MASTER-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM READ-NEXT-ACTIVE-CASE
               UNTIL NO-MORE-RECORDS.
           CLOSE CASE-MASTER-FILE.

       READ-NEXT-ACTIVE-CASE.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF MASTER-SUITE-NAME NOT = WANTED-SUITE
                       SET NO-MORE-RECORDS TO TRUE
                   ELSE
                       IF MASTER-CASE-ACTIVE
                           PERFORM HOLD-ACTIVE-CASE
                       END-IF
                   END-IF
           END-READ.

       HOLD-ACTIVE-CASE.
           IF ACTIVE-CASE-COUNT < 2000
               ADD 1 TO ACTIVE-CASE-COUNT
               SET ACTIVE-IDX TO ACTIVE-CASE-COUNT
               MOVE MASTER-CASE-NAME TO ACTIVE-CASE-NAME(ACTIVE-IDX)
               MOVE 'N' TO ACTIVE-CASE-SEEN(ACTIVE-IDX)
           ELSE
               ADD 1 TO CASES-NOT-HELD
           END-IF.

      *    Reads the run range keyed from RESULTDB, judging each run
      *    the suite took part in as the next one starts.
       SCAN-RESULT-RANGE.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               DISPLAY 'BUILD-CERTIFY: RESULTDB NOT AVAILABLE, '
                   'STATUS=' RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FIRST-RUN-ID TO RESULT-RUN-ID.
           MOVE LOW-VALUES TO RESULT-SUITE-NAME.
           MOVE LOW-VALUES TO RESULT-CASE-NAME.
           START RESULT-MASTER-FILE KEY NOT LESS THAN RESULT-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM READ-NEXT-RESULT-ROW
               UNTIL NO-MORE-RECORDS.
           CLOSE RESULT-MASTER-FILE.
           IF CURRENT-RUN-ID NOT = SPACES
               PERFORM JUDGE-CURRENT-RUN
           END-IF.

       READ-NEXT-RESULT-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RESULT-RUN-ID > LAST-RUN-ID
                       SET NO-MORE-RECORDS TO TRUE
                   ELSE
                       PERFORM EXAMINE-RESULT-ROW
                   END-IF
           END-READ.

       EXAMINE-RESULT-ROW.
           IF RESULT-RUN-ID NOT = CURRENT-RUN-ID
               IF CURRENT-RUN-ID NOT = SPACES
                   PERFORM JUDGE-CURRENT-RUN
               END-IF
               PERFORM START-NEW-RUN
           END-IF.
           IF RESULT-SUITE-NAME = WANTED-SUITE
               PERFORM TALLY-SUITE-ROW
           END-IF.

       START-NEW-RUN.
           MOVE RESULT-RUN-ID TO CURRENT-RUN-ID.
           MOVE SPACES TO CURRENT-RUN-BUILD.
           MOVE ZERO TO CURRENT-ROWS.
           MOVE ZERO TO CURRENT-PASSES.
           MOVE ZERO TO CURRENT-EXCEPTIONS.
           MOVE ZERO TO CURRENT-FAILURES.
           MOVE ZERO TO CURRENT-NOT-RUN.
           MOVE ZERO TO CURRENT-FAIL-COUNT.
           PERFORM CLEAR-CASE-SEEN
               VARYING ACTIVE-IDX FROM 1 BY 1
               UNTIL ACTIVE-IDX > ACTIVE-CASE-COUNT.

       CLEAR-CASE-SEEN.
           MOVE 'N' TO ACTIVE-CASE-SEEN(ACTIVE-IDX).

      *    The build a run tested is the one stamped on its first
      *    row; rows loaded before builds were stamped count as
      *    build NONE.
       TALLY-SUITE-ROW.
           ADD 1 TO CURRENT-ROWS.
           IF CURRENT-ROWS = 1
               IF RESULT-BUILD-ID = SPACES
                   MOVE 'NONE' TO CURRENT-RUN-BUILD
               ELSE
                   MOVE RESULT-BUILD-ID TO CURRENT-RUN-BUILD
               END-IF
           END-IF.

           SET ACTIVE-IDX TO 1.
           SEARCH ACTIVE-CASE-ENTRY
               AT END
                   CONTINUE
               WHEN ACTIVE-IDX > ACTIVE-CASE-COUNT
                   CONTINUE
               WHEN ACTIVE-CASE-NAME(ACTIVE-IDX) = RESULT-CASE-NAME
                   MOVE 'Y' TO ACTIVE-CASE-SEEN(ACTIVE-IDX)
           END-SEARCH.

           EVALUATE RESULT-CASE-STATUS
               WHEN 'PASS'
                   ADD 1 TO CURRENT-PASSES
               WHEN 'KNWN'
               WHEN 'INTM'
                   ADD 1 TO CURRENT-EXCEPTIONS
                   IF CURRENT-RUN-BUILD = WANTED-BUILD
                       PERFORM NOTE-EXCEPTION-CASE
                   END-IF
               WHEN OTHER
                   ADD 1 TO CURRENT-FAILURES
                   MOVE RESULT-CASE-NAME TO HELD-CASE-NAME
                   MOVE RESULT-CASE-STATUS TO HELD-CASE-STATUS
                   PERFORM HOLD-CURRENT-FAILURE
           END-EVALUATE.

       HOLD-CURRENT-FAILURE.
           IF CURRENT-FAIL-COUNT < 200
               ADD 1 TO CURRENT-FAIL-COUNT
               SET CURRENT-FAIL-IDX TO CURRENT-FAIL-COUNT
               MOVE HELD-CASE-NAME TO
                   CURRENT-FAIL-CASE(CURRENT-FAIL-IDX)
               MOVE HELD-CASE-STATUS TO
                   CURRENT-FAIL-STATUS(CURRENT-FAIL-IDX)
           END-IF.

       NOTE-EXCEPTION-CASE.
           MOVE 'N' TO EXCEPTION-FOUND.
           PERFORM CHECK-EXCEPTION-ENTRY
               VARYING EXCEPTION-IDX FROM 1 BY 1
               UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
                   OR EXCEPTION-ALREADY-HELD.
           IF EXCEPTION-ALREADY-HELD
               SET EXCEPTION-IDX DOWN BY 1
           ELSE
               IF EXCEPTION-COUNT < 500
                   ADD 1 TO EXCEPTION-COUNT
                   SET EXCEPTION-IDX TO EXCEPTION-COUNT
                   MOVE RESULT-CASE-NAME TO
                       EXCEPTION-CASE(EXCEPTION-IDX)
                   MOVE ZERO TO EXCEPTION-KNWN-RUNS(EXCEPTION-IDX)
                   MOVE ZERO TO EXCEPTION-INTM-RUNS(EXCEPTION-IDX)
                   MOVE 'NONE' TO EXCEPTION-TICKET(EXCEPTION-IDX)
                   MOVE SPACES TO EXCEPTION-OWNER(EXCEPTION-IDX)
                   SET EXCEPTION-ALREADY-HELD TO TRUE
               ELSE
                   ADD 1 TO EXCEPTIONS-NOT-HELD
               END-IF
           END-IF.
           IF EXCEPTION-ALREADY-HELD
               IF RESULT-CASE-STATUS = 'KNWN'
                   ADD 1 TO EXCEPTION-KNWN-RUNS(EXCEPTION-IDX)
               ELSE
                   ADD 1 TO EXCEPTION-INTM-RUNS(EXCEPTION-IDX)
               END-IF
           END-IF.

       CHECK-EXCEPTION-ENTRY.
           IF EXCEPTION-CASE(EXCEPTION-IDX) = RESULT-CASE-NAME
               SET EXCEPTION-ALREADY-HELD TO TRUE
           END-IF.

      *    A run the suite did not take part in (a single-suite
      *    rerun of another routine) is not a run of this build.
      *    A run of another build neither counts towards the streak
      *    nor breaks it; a failing run of this build starts the
      *    count again.
       JUDGE-CURRENT-RUN.
           IF CURRENT-ROWS > ZERO
               PERFORM COUNT-CASES-NOT-RUN
                   VARYING ACTIVE-IDX FROM 1 BY 1
                   UNTIL ACTIVE-IDX > ACTIVE-CASE-COUNT
               IF RUN-COUNT < 500
                   ADD 1 TO RUN-COUNT
                   SET RUN-IDX TO RUN-COUNT
                   PERFORM HOLD-JUDGED-RUN
               ELSE
                   ADD 1 TO RUNS-NOT-HELD
               END-IF
               IF CURRENT-RUN-BUILD = WANTED-BUILD
                   ADD 1 TO BUILD-RUN-COUNT
                   IF CURRENT-FAILURES = ZERO
                           AND CURRENT-NOT-RUN = ZERO
                       ADD 1 TO PASSING-STREAK
                   ELSE
                       MOVE ZERO TO PASSING-STREAK
                       PERFORM NOTE-LATEST-FAILING-RUN
                   END-IF
               END-IF
           END-IF.

       COUNT-CASES-NOT-RUN.
           IF ACTIVE-CASE-SEEN(ACTIVE-IDX) = 'N'
               ADD 1 TO CURRENT-NOT-RUN
               MOVE ACTIVE-CASE-NAME(ACTIVE-IDX) TO HELD-CASE-NAME
               MOVE 'NOT RUN' TO HELD-CASE-STATUS
               PERFORM HOLD-CURRENT-FAILURE
           END-IF.

       HOLD-JUDGED-RUN.
           MOVE CURRENT-RUN-ID TO RUN-ENTRY-ID(RUN-IDX).
           MOVE CURRENT-RUN-BUILD TO RUN-ENTRY-BUILD(RUN-IDX).
           MOVE CURRENT-PASSES TO RUN-ENTRY-PASSES(RUN-IDX).
           MOVE CURRENT-EXCEPTIONS TO RUN-ENTRY-EXCEPTIONS(RUN-IDX).
           MOVE CURRENT-FAILURES TO RUN-ENTRY-FAILURES(RUN-IDX).
           MOVE CURRENT-NOT-RUN TO RUN-ENTRY-NOT-RUN(RUN-IDX).
           IF CURRENT-RUN-BUILD NOT = WANTED-BUILD
               MOVE 'OTHER BUILD' TO RUN-ENTRY-RESULT(RUN-IDX)
           ELSE
               IF CURRENT-FAILURES = ZERO AND CURRENT-NOT-RUN = ZERO
                   MOVE 'PASSED' TO RUN-ENTRY-RESULT(RUN-IDX)
               ELSE
                   MOVE 'FAILED' TO RUN-ENTRY-RESULT(RUN-IDX)
               END-IF
           END-IF.

       NOTE-LATEST-FAILING-RUN.
           MOVE CURRENT-RUN-ID TO LATEST-FAIL-RUN-ID.
           MOVE CURRENT-FAILURES TO LATEST-FAIL-FAILURES.
           MOVE CURRENT-NOT-RUN TO LATEST-FAIL-NOT-RUN.
           MOVE CURRENT-FAIL-COUNT TO LATEST-FAIL-COUNT.
           MOVE CURRENT-FAIL-TABLE TO LATEST-FAIL-TABLE.

      *    BASELINE-MGR audits refusals as well as changes; only an
      *    applied promotion or rollback puts a run in force.
       NOTE-BASELINE-IN-FORCE.
           MOVE LAST-RUN-ID(1:8) TO BASELINE-CUTOFF-DATE.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '00'
               PERFORM READ-NEXT-AUDIT-LINE
                   UNTIL NO-MORE-RECORDS
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY 'BUILD-CERTIFY: BASEAUDT NOT AVAILABLE, '
                   'STATUS=' AUDIT-STATUS
           END-IF.

       READ-NEXT-AUDIT-LINE.
           READ AUDIT-LOG-FILE INTO AUDIT-LINE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF AUDIT-RESULT(1:8) = 'APPLIED:'
                           AND AUDIT-DATE NOT > BASELINE-CUTOFF-DATE
                       MOVE AUDIT-RUN-ID TO BASELINE-RUN-ID
                       MOVE AUDIT-DATE TO BASELINE-DATE
                       MOVE AUDIT-ACTION TO BASELINE-ACTION
                   END-IF
           END-READ.

       LOOK-UP-EXCEPTION-TICKETS.
           IF EXCEPTION-COUNT > ZERO
               OPEN INPUT QUARANTINE-REG-FILE
               IF QREG-STATUS = '00'
                   PERFORM LOOK-UP-ONE-TICKET
                       VARYING EXCEPTION-IDX FROM 1 BY 1
                       UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
                   CLOSE QUARANTINE-REG-FILE
               ELSE
                   DISPLAY 'BUILD-CERTIFY: QUARREG NOT AVAILABLE, '
                       'STATUS=' QREG-STATUS
               END-IF
           END-IF.

      *    An intermittent case is usually not quarantined at all;
      *    it keeps ticket NONE, which is itself worth auditing.
       LOOK-UP-ONE-TICKET.
           MOVE EXCEPTION-CASE(EXCEPTION-IDX) TO QREG-CASE-NAME.
           READ QUARANTINE-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QREG-TICKET TO EXCEPTION-TICKET(EXCEPTION-IDX)
                   MOVE QREG-QUARANTINED-BY TO
                       EXCEPTION-OWNER(EXCEPTION-IDX)
           END-READ.

      *    Every criterion the build misses becomes a reason on the
      *    refusal; no reasons means the build is certified.
       DECIDE-CERTIFICATION.
           IF NOT BUILD-IS-REGISTERED
               MOVE 'BUILD IS NOT ON THE BUILDREG BUILD REGISTER'
                   TO NEW-REASON
               PERFORM ADD-REFUSAL-REASON
           END-IF.

           IF CASES-NOT-HELD > ZERO
               MOVE SPACES TO NEW-REASON
               MOVE CASES-NOT-HELD TO COUNT-EDIT
               STRING 'ACTIVE CASES BEYOND 2000 NOT CHECKED: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO NEW-REASON
               END-STRING
               PERFORM ADD-REFUSAL-REASON
           END-IF.

           IF RUNS-NOT-HELD > ZERO
               MOVE 'RUN RANGE HOLDS MORE THAN 500 RUNS - NARROW IT'
                   TO NEW-REASON
               PERFORM ADD-REFUSAL-REASON
           END-IF.

           IF BUILD-RUN-COUNT = ZERO
               MOVE 'NO RUNS OF THIS BUILD IN THE RUN RANGE'
                   TO NEW-REASON
               PERFORM ADD-REFUSAL-REASON
           ELSE
               IF PASSING-STREAK < RUNS-REQUIRED
                   PERFORM ADD-STREAK-REASON
               END-IF
           END-IF.

       ADD-STREAK-REASON.
           MOVE SPACES TO NEW-REASON.
           MOVE 1 TO EDIT-POINTER.
           MOVE PASSING-STREAK TO COUNT-EDIT.
           MOVE RUNS-REQUIRED TO RUNS-EDIT.
           STRING 'ONLY ' DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               ' CONSECUTIVE PASSING RUN(S) AT END OF RANGE, '
                   DELIMITED BY SIZE
               FUNCTION TRIM(RUNS-EDIT) DELIMITED BY SIZE
               ' REQUIRED' DELIMITED BY SIZE
               INTO NEW-REASON WITH POINTER EDIT-POINTER
           END-STRING.
           PERFORM ADD-REFUSAL-REASON.

           IF LATEST-FAIL-RUN-ID NOT = SPACES
               MOVE SPACES TO NEW-REASON
               MOVE 1 TO EDIT-POINTER
               STRING 'RUN ' LATEST-FAIL-RUN-ID ' FAILED: '
                   DELIMITED BY SIZE
                   INTO NEW-REASON WITH POINTER EDIT-POINTER
               END-STRING
               MOVE LATEST-FAIL-FAILURES TO COUNT-EDIT
               STRING FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   ' CASE(S) FAILED OR BLOCKED, ' DELIMITED BY SIZE
                   INTO NEW-REASON WITH POINTER EDIT-POINTER
               END-STRING
               MOVE LATEST-FAIL-NOT-RUN TO COUNT-EDIT
               STRING FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   ' NOT RUN' DELIMITED BY SIZE
                   INTO NEW-REASON WITH POINTER EDIT-POINTER
               END-STRING
               PERFORM ADD-REFUSAL-REASON
           END-IF.

       ADD-REFUSAL-REASON.
           IF REASON-COUNT < 10
               ADD 1 TO REASON-COUNT
               SET REASON-IDX TO REASON-COUNT
               MOVE NEW-REASON TO REASON-TEXT(REASON-IDX)
           END-IF.

      *    The document: criteria, baseline, every run judged, the
      *    named exceptions, and the decision - with the reasons
      *    and the failing cases when the build is refused.
       WRITE-CERTIFICATE-DOCUMENT.
           OPEN OUTPUT CERT-REPORT-FILE.
           IF REASON-COUNT = ZERO
               MOVE 'ROUTINE BUILD CERTIFICATE' TO HEADING-TITLE
           ELSE
               MOVE 'ROUTINE BUILD CERTIFICATION REFUSAL'
                   TO HEADING-TITLE
           END-IF.
           MOVE WANTED-ROUTINE TO SUBJECT-ROUTINE.
           MOVE WANTED-BUILD TO SUBJECT-BUILD.
           MOVE WANTED-SUITE TO SUBJECT-SUITE.
           MOVE RUN-DATE TO SUBJECT-DATE.

           PERFORM WRITE-CRITERIA-SECTION.
           PERFORM WRITE-BASELINE-SECTION.
           PERFORM WRITE-RUNS-SECTION.
           PERFORM WRITE-EXCEPTIONS-SECTION.
           PERFORM WRITE-DECISION-SECTION.

           CLOSE CERT-REPORT-FILE.

       WRITE-CRITERIA-SECTION.
           MOVE 'CERTIFICATION CRITERIA' TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           MOVE 'RUN RANGE' TO LABEL-TEXT.
           MOVE SPACES TO LABEL-VALUE.
           STRING FIRST-RUN-ID ' TO ' LAST-RUN-ID
               DELIMITED BY SIZE INTO LABEL-VALUE
           END-STRING.
           PERFORM WRITE-LABELLED-LINE.
           MOVE 'CONSECUTIVE RUNS REQUIRED' TO LABEL-TEXT.
           MOVE RUNS-REQUIRED TO RUNS-EDIT.
           MOVE RUNS-EDIT TO LABEL-VALUE.
           PERFORM WRITE-LABELLED-LINE.
           MOVE 'ACTIVE CASES IN SUITE' TO LABEL-TEXT.
           MOVE ACTIVE-CASE-COUNT TO COUNT-EDIT.
           MOVE COUNT-EDIT TO LABEL-VALUE.
           PERFORM WRITE-LABELLED-LINE.
           MOVE 'BUILD INSTALLED' TO LABEL-TEXT.
           MOVE SPACES TO LABEL-VALUE.
           IF BUILD-IS-REGISTERED
               STRING BUILD-INSTALL-DATE ' BY ' BUILD-INSTALLED-BY
                   DELIMITED BY SIZE INTO LABEL-VALUE
               END-STRING
           ELSE
               MOVE 'NOT ON BUILDREG' TO LABEL-VALUE
           END-IF.
           PERFORM WRITE-LABELLED-LINE.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-BASELINE-SECTION.
           MOVE 'BASELINE IN FORCE' TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           MOVE 'BASELINE RUN' TO LABEL-TEXT.
           MOVE SPACES TO LABEL-VALUE.
           IF BASELINE-RUN-ID = SPACES
               MOVE 'NONE PROMOTED' TO LABEL-VALUE
           ELSE
               STRING BASELINE-RUN-ID ' BY ' DELIMITED BY SIZE
                   FUNCTION TRIM(BASELINE-ACTION) DELIMITED BY SIZE
                   ' ON ' BASELINE-DATE DELIMITED BY SIZE
                   INTO LABEL-VALUE
               END-STRING
           END-IF.
           PERFORM WRITE-LABELLED-LINE.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-RUNS-SECTION.
           MOVE 'RUNS JUDGED' TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           IF RUN-COUNT = ZERO
               MOVE '  NO RUNS OF THE SUITE IN THE RANGE' TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           END-IF.
           PERFORM WRITE-ONE-RUN
               VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-ONE-RUN.
           MOVE RUN-ENTRY-ID(RUN-IDX) TO DETAIL-RUN-ID.
           MOVE RUN-ENTRY-BUILD(RUN-IDX) TO DETAIL-RUN-BUILD.
           MOVE RUN-ENTRY-PASSES(RUN-IDX) TO DETAIL-PASSES.
           MOVE RUN-ENTRY-EXCEPTIONS(RUN-IDX) TO DETAIL-EXCEPTIONS.
           MOVE RUN-ENTRY-FAILURES(RUN-IDX) TO DETAIL-FAILURES.
           MOVE RUN-ENTRY-NOT-RUN(RUN-IDX) TO DETAIL-NOT-RUN.
           MOVE RUN-ENTRY-RESULT(RUN-IDX) TO DETAIL-RUN-RESULT.
           MOVE RUN-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-EXCEPTIONS-SECTION.
           MOVE 'NAMED EXCEPTIONS (KNWN QUARANTINED, INTM INTERMITTENT)'
               TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           IF EXCEPTION-COUNT = ZERO
               MOVE '  NONE' TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           END-IF.
           PERFORM WRITE-ONE-EXCEPTION
               VARYING EXCEPTION-IDX FROM 1 BY 1
               UNTIL EXCEPTION-IDX > EXCEPTION-COUNT.
           IF EXCEPTIONS-NOT-HELD > ZERO
               MOVE SPACES TO PRINT-LINE
               MOVE EXCEPTIONS-NOT-HELD TO COUNT-EDIT
               STRING '  FURTHER EXCEPTION ROWS NOT LISTED: '
                   COUNT-EDIT DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM WRITE-DOCUMENT-LINE
           END-IF.
           PERFORM WRITE-SECTION-BREAK.

       WRITE-ONE-EXCEPTION.
           MOVE EXCEPTION-CASE(EXCEPTION-IDX) TO DETAIL-EXCEPTION-CASE.
           MOVE EXCEPTION-KNWN-RUNS(EXCEPTION-IDX) TO DETAIL-KNWN-RUNS.
           MOVE EXCEPTION-INTM-RUNS(EXCEPTION-IDX) TO DETAIL-INTM-RUNS.
           MOVE EXCEPTION-TICKET(EXCEPTION-IDX) TO DETAIL-TICKET.
           MOVE EXCEPTION-OWNER(EXCEPTION-IDX) TO DETAIL-OWNER.
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-DECISION-SECTION.
           MOVE 'DECISION' TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.
           IF REASON-COUNT = ZERO
               MOVE SPACES TO PRINT-LINE
               MOVE PASSING-STREAK TO COUNT-EDIT
               STRING '  CERTIFIED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   ' CONSECUTIVE PASSING RUN(S) AT END OF RANGE'
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM WRITE-DOCUMENT-LINE
               MOVE '  FIT FOR PRODUCTION, SUBJECT TO THE EXCEPTIONS'
                   TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
               MOVE '  NAMED ABOVE' TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
           ELSE
               MOVE '  REFUSED - NOT CERTIFIED FOR PRODUCTION USE'
                   TO PRINT-LINE
               PERFORM WRITE-DOCUMENT-LINE
               PERFORM WRITE-ONE-REASON
                   VARYING REASON-IDX FROM 1 BY 1
                   UNTIL REASON-IDX > REASON-COUNT
               PERFORM WRITE-FAILED-CASES
           END-IF.
           PERFORM WRITE-SECTION-BREAK.
           MOVE '  AUDIT SIGN-OFF: __________________  DATE: ________'
               TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-ONE-REASON.
           MOVE SPACES TO PRINT-LINE.
           STRING '  REASON: ' REASON-TEXT(REASON-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-FAILED-CASES.
           IF LATEST-FAIL-COUNT > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING '  CASES BEHIND RUN ' LATEST-FAIL-RUN-ID ':'
                   DELIMITED BY SIZE INTO PRINT-LINE
               END-STRING
               PERFORM WRITE-DOCUMENT-LINE
               PERFORM WRITE-ONE-FAILED-CASE
                   VARYING LATEST-FAIL-IDX FROM 1 BY 1
                   UNTIL LATEST-FAIL-IDX > LATEST-FAIL-COUNT
           END-IF.

       WRITE-ONE-FAILED-CASE.
           MOVE LATEST-FAIL-CASE(LATEST-FAIL-IDX) TO DETAIL-FAIL-CASE.
           MOVE LATEST-FAIL-STATUS(LATEST-FAIL-IDX)
               TO DETAIL-FAIL-STATUS.
           MOVE FAILED-CASE-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-LABELLED-LINE.
           MOVE LABELLED-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

       WRITE-SECTION-BREAK.
           MOVE SECTION-BREAK-LINE TO PRINT-LINE.
           PERFORM WRITE-DOCUMENT-LINE.

      *    Every document line goes through here so each page
      *    carries the title, subject and page number - an auditor
      *    filing page 3 on its own still knows what it certifies.
       WRITE-DOCUMENT-LINE.
           IF PAGE-NUMBER = ZERO
                   OR PAGE-LINE-COUNT NOT < PAGE-LINE-LIMIT
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           WRITE CERT-REPORT-RECORD FROM PRINT-LINE.
           ADD 1 TO PAGE-LINE-COUNT.
           MOVE SPACES TO PRINT-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-NUMBER.
           MOVE PAGE-NUMBER TO HEADING-PAGE.
           WRITE CERT-REPORT-RECORD FROM PAGE-HEADING-LINE.
           WRITE CERT-REPORT-RECORD FROM PAGE-SUBJECT-LINE.
           WRITE CERT-REPORT-RECORD FROM SECTION-BREAK-LINE.
           MOVE 3 TO PAGE-LINE-COUNT.

      *    The latest decision for the build replaces any earlier
      *    one; the CERTRPT document is the record of each attempt.
       RECORD-CERT-DECISION.
           OPEN I-O CERT-REG-FILE.
           IF CERT-STATUS = '35'
               OPEN OUTPUT CERT-REG-FILE
               CLOSE CERT-REG-FILE
               OPEN I-O CERT-REG-FILE
           END-IF.
           IF CERT-STATUS NOT = '00'
               DISPLAY 'BUILD-CERTIFY: CERTREG OPEN FAILED, STATUS='
                   CERT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WANTED-ROUTINE TO CERT-ROUTINE.
           MOVE WANTED-BUILD TO CERT-BUILD-ID.
           IF REASON-COUNT = ZERO
               SET CERT-GRANTED TO TRUE
               MOVE 'ALL CRITERIA MET' TO CERT-REASON
           ELSE
               SET CERT-REFUSED TO TRUE
               MOVE REASON-TEXT(1) TO CERT-REASON
           END-IF.
           MOVE RUN-DATE TO CERT-DECISION-DATE.
           MOVE WANTED-SUITE TO CERT-SUITE-NAME.
           MOVE FIRST-RUN-ID TO CERT-FIRST-RUN-ID.
           MOVE LAST-RUN-ID TO CERT-LAST-RUN-ID.
           MOVE RUNS-REQUIRED TO CERT-RUNS-REQUIRED.
           MOVE PASSING-STREAK TO CERT-PASSING-RUNS.
           MOVE EXCEPTION-COUNT TO CERT-EXCEPTION-COUNT.
           MOVE BASELINE-RUN-ID TO CERT-BASELINE-RUN-ID.

           WRITE CERT-REG-RECORD
               INVALID KEY
                   REWRITE CERT-REG-RECORD
                       INVALID KEY
                           DISPLAY 'BUILD-CERTIFY: CERTREG UPDATE '
                               'FAILED, STATUS=' CERT-STATUS
                           MOVE 12 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.
           CLOSE CERT-REG-FILE.

       END PROGRAM BUILD-CERTIFY.
