       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-QUALITY.
      *    Quality scan over the CASEMSTR case master. Rows arrive
      *    through CASE-MAINT, the boundary generator and vendor
      *    decks, and nothing ever asks whether a row earns its
      *    keep - so this step reads the whole master and the
      *    SUITEREG registry and writes the CQUALRPT report, one
      *    section per kind of dead weight:
      *      - value cases whose tolerance is at least WIDE-PERCENT
      *        of the expected value (of 1, when the expected value
      *        is smaller), so no realistic result could fail them,
      *      - pairs of cases in one suite with the same inputs but
      *        a different expected value, outcome type or error
      *        code - a contradiction one of them must lose,
      *      - exact duplicates: same suite, inputs and expectation
      *        under different case names,
      *      - 'E' cases with a blank error code, which can only
      *        ever pass by accident,
      *      - deactivated rows untouched for more than STALE-DAYS
      *        days, and
      *      - rows for a suite no longer on the registry, which no
      *        night will ever run.
      *    The first four look at active rows only; a deactivated
      *    row is judged by its age alone. PARM is 'days,percent'
      *    (either part optional, defaults 180 days and 10 per
      *    cent). RETURN-CODE 4 when anything is reported, so the
      *    scheduler can flag the master for a deliberate clean-up;
      *    12 when the master or the registry cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO 'CQUALRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  QUALITY-REPORT-FILE.
       01  QUALITY-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS   PIC X(02).
       01  REGISTRY-STATUS PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  DAYS-PARM-TEXT  PIC X(04).
       01  PERCENT-PARM-TEXT PIC X(03).
       01  STALE-DAYS      PIC 9(04) VALUE 180.
       01  WIDE-PERCENT    PIC 9(03) VALUE 10.
       01  RUN-DATE        PIC 9(08).
       01  TODAY-DAY-NUMBER PIC 9(07).
       01  CHANGE-DAY-NUMBER PIC 9(07).
       01  ROW-AGE-DAYS    PIC S9(05).
      *    The registered suite names.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  SUITE-NAME-TABLE.
           05  REGISTERED-SUITE-NAME OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX PIC X(12).
       01  SUITE-FOUND     PIC X(01).
           88  ROW-SUITE-REGISTERED   VALUE 'Y'.
      *    The whole master, held in key order so the rows of one
      *    suite sit together and every pair in a suite can be
      *    compared without a second pass of the file.
       01  ROW-COUNT       PIC 9(04) VALUE ZERO.
       01  ROWS-NOT-HELD   PIC 9(04) VALUE ZERO.
       01  CASE-ROW-TABLE.
           05  CASE-ROW OCCURS 5000 TIMES INDEXED BY ROW-IDX.
               10  ROW-SUITE           PIC X(12).
               10  ROW-CASE-NAME       PIC X(30).
               10  ROW-VALUE-1         PIC S9(6)V9(3).
               10  ROW-VALUE-2         PIC S9(6)V9(3).
               10  ROW-EXPECTED        PIC S9(6)V9(3).
               10  ROW-TOLERANCE       PIC S9(6)V9(3).
               10  ROW-ACTIVE-FLAG     PIC X(01).
                   88  ROW-ACTIVE          VALUE 'A'.
               10  ROW-CHANGE-DATE     PIC X(08).
               10  ROW-CHANGE-DATE-NUM REDEFINES ROW-CHANGE-DATE
                                       PIC 9(08).
               10  ROW-OPERATOR-ID     PIC X(08).
      *    Blank outcome types are held as 'N', which is what the
      *    suites take them to mean.
               10  ROW-OUTCOME-TYPE    PIC X(01).
                   88  ROW-EXPECTS-ERROR   VALUE 'E'.
               10  ROW-ERROR-CODE      PIC X(04).
       01  PAIR-IDX        PIC 9(04).
       01  FIRST-PAIR-IDX  PIC 9(04).
       01  PAIR-VERDICT    PIC X(01).
           88  PAIR-IS-DUPLICATE      VALUE 'D'.
           88  PAIR-IS-CONFLICT       VALUE 'C'.
       01  PAIR-REASON     PIC X(30).
       01  TOLERANCE-LIMIT PIC 9(7)V9(3).
      *    Findings per section, for the totals and return code.
       01  WIDE-COUNT      PIC 9(04) VALUE ZERO.
       01  CONFLICT-COUNT  PIC 9(04) VALUE ZERO.
       01  DUPLICATE-COUNT PIC 9(04) VALUE ZERO.
       01  BLANK-CODE-COUNT PIC 9(04) VALUE ZERO.
       01  STALE-COUNT     PIC 9(04) VALUE ZERO.
       01  UNREGISTERED-COUNT PIC 9(04) VALUE ZERO.
       01  FINDING-COUNT   PIC 9(04) VALUE ZERO.
      *    Report lines
       01  VALUE-EDIT      PIC -(6)9.999.
       01  TOLERANCE-EDIT  PIC -(6)9.999.
       01  AGE-EDIT        PIC ZZZZ9.
       01  QUALITY-HEADING-LINE.
           05  FILLER              PIC X(26) VALUE
               'CASE MASTER QUALITY SCAN  '.
           05  HEADING-DATE        PIC 9(08).
           05  FILLER              PIC X(08) VALUE '  ROWS: '.
           05  HEADING-ROWS        PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE '  STALE DAYS '.
           05  HEADING-DAYS        PIC ZZZ9.
           05  FILLER              PIC X(16) VALUE
               '  WIDE TOLERANCE'.
           05  HEADING-PERCENT     PIC ZZ9.
           05  FILLER              PIC X(01) VALUE '%'.
       01  SECTION-TITLE-LINE  PIC X(132).
       01  ROW-DETAIL-LINE.
           05  DETAIL-SUITE        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-CASE-NAME    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-TEXT         PIC X(88).
       01  PAIR-DETAIL-LINE.
           05  PAIR-SUITE          PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PAIR-FIRST-CASE     PIC X(30).
           05  FILLER              PIC X(03) VALUE ' / '.
           05  PAIR-SECOND-CASE    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PAIR-DETAIL-REASON  PIC X(30).
       01  NONE-FOUND-LINE     PIC X(40) VALUE '  NONE'.
       01  QUALITY-TOTAL-LINE.
           05  FILLER              PIC X(06) VALUE 'WIDE '.
           05  TOTAL-WIDE          PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE '  CONFLICTS '.
           05  TOTAL-CONFLICTS     PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE '  DUPLICATES '.
           05  TOTAL-DUPLICATES    PIC ZZZ9.
           05  FILLER              PIC X(17) VALUE
               '  NO ERROR CODE  '.
           05  TOTAL-BLANK-CODES   PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE '  STALE '.
           05  TOTAL-STALE         PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE
               '  UNREGISTERED '.
           05  TOTAL-UNREGISTERED  PIC ZZZ9.
       01  SECTION-BREAK-LINE  PIC X(40) VALUE ALL '-'.
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(08).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           PERFORM READ-SCAN-PARM.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).

           PERFORM LOAD-SUITE-REGISTRY.
           PERFORM LOAD-CASE-MASTER.

           OPEN OUTPUT QUALITY-REPORT-FILE.
           MOVE RUN-DATE TO HEADING-DATE.
           MOVE ROW-COUNT TO HEADING-ROWS.
           MOVE STALE-DAYS TO HEADING-DAYS.
           MOVE WIDE-PERCENT TO HEADING-PERCENT.
           WRITE QUALITY-REPORT-RECORD FROM QUALITY-HEADING-LINE.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

           PERFORM REPORT-WIDE-TOLERANCES.
           PERFORM REPORT-CASE-PAIRS.
           PERFORM REPORT-BLANK-ERROR-CODES.
           PERFORM REPORT-STALE-DEACTIVATIONS.
           PERFORM REPORT-UNREGISTERED-SUITES.

           MOVE WIDE-COUNT TO TOTAL-WIDE.
           MOVE CONFLICT-COUNT TO TOTAL-CONFLICTS.
           MOVE DUPLICATE-COUNT TO TOTAL-DUPLICATES.
           MOVE BLANK-CODE-COUNT TO TOTAL-BLANK-CODES.
           MOVE STALE-COUNT TO TOTAL-STALE.
           MOVE UNREGISTERED-COUNT TO TOTAL-UNREGISTERED.
           WRITE QUALITY-REPORT-RECORD FROM QUALITY-TOTAL-LINE.
           CLOSE QUALITY-REPORT-FILE.

           COMPUTE FINDING-COUNT = WIDE-COUNT + CONFLICT-COUNT
               + DUPLICATE-COUNT + BLANK-CODE-COUNT + STALE-COUNT
               + UNREGISTERED-COUNT.
           DISPLAY 'CASE-QUALITY: ' ROW-COUNT ' ROWS SCANNED, '
               FINDING-COUNT ' FINDING(S)'.

           IF FINDING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-SCAN-PARM.
           MOVE SPACES TO DAYS-PARM-TEXT.
           MOVE SPACES TO PERCENT-PARM-TEXT.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 8
               MOVE 8 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               UNSTRING PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   DELIMITED BY ','
                   INTO DAYS-PARM-TEXT PERCENT-PARM-TEXT
               END-UNSTRING
           END-IF.
           IF DAYS-PARM-TEXT NOT = SPACES
               COMPUTE STALE-DAYS = FUNCTION NUMVAL(DAYS-PARM-TEXT)
           END-IF.
           IF PERCENT-PARM-TEXT NOT = SPACES
               COMPUTE WIDE-PERCENT =
                   FUNCTION NUMVAL(PERCENT-PARM-TEXT)
           END-IF.

      *    Without the registry every row would look orphaned, so
      *    the scan stops rather than report the whole master.
       LOAD-SUITE-REGISTRY.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE SUITE-REGISTRY-FILE
           END-IF.
           IF REGISTRY-COUNT = ZERO
               DISPLAY 'CASE-QUALITY: SUITEREG MISSING OR EMPTY, '
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
                   END-IF
           END-READ.

       LOAD-CASE-MASTER.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'CASE-QUALITY: CASEMSTR OPEN FAILED, STATUS='
                   MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-MASTER-ROW
               UNTIL NO-MORE-RECORDS.
           CLOSE CASE-MASTER-FILE.
           IF ROWS-NOT-HELD > ZERO
               DISPLAY 'CASE-QUALITY: ' ROWS-NOT-HELD
                   ' ROW(S) PAST TABLE CAPACITY NOT SCANNED'
           END-IF.

       READ-NEXT-MASTER-ROW.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   PERFORM HOLD-MASTER-ROW
           END-READ.

       HOLD-MASTER-ROW.
           IF ROW-COUNT NOT < 5000
               ADD 1 TO ROWS-NOT-HELD
           ELSE
               ADD 1 TO ROW-COUNT
               SET ROW-IDX TO ROW-COUNT
               MOVE MASTER-SUITE-NAME TO ROW-SUITE(ROW-IDX)
               MOVE MASTER-CASE-NAME TO ROW-CASE-NAME(ROW-IDX)
               MOVE MASTER-VALUE-1 TO ROW-VALUE-1(ROW-IDX)
               MOVE MASTER-VALUE-2 TO ROW-VALUE-2(ROW-IDX)
               MOVE MASTER-EXPECTED TO ROW-EXPECTED(ROW-IDX)
               MOVE MASTER-TOLERANCE TO ROW-TOLERANCE(ROW-IDX)
               MOVE MASTER-ACTIVE-FLAG TO ROW-ACTIVE-FLAG(ROW-IDX)
               MOVE MASTER-LAST-CHANGE-DATE TO
                   ROW-CHANGE-DATE(ROW-IDX)
               MOVE MASTER-OPERATOR-ID TO ROW-OPERATOR-ID(ROW-IDX)
               IF MASTER-EXPECTS-ERROR
                   MOVE 'E' TO ROW-OUTCOME-TYPE(ROW-IDX)
               ELSE
                   MOVE 'N' TO ROW-OUTCOME-TYPE(ROW-IDX)
               END-IF
               MOVE MASTER-ERROR-CODE TO ROW-ERROR-CODE(ROW-IDX)
           END-IF.

      *    Section one: tolerances wide enough to pass anything.
       REPORT-WIDE-TOLERANCES.
           MOVE 'VALUE CASES WITH A TOLERANCE TOO WIDE TO FAIL'
               TO SECTION-TITLE-LINE.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-TITLE-LINE.
           PERFORM CHECK-ONE-TOLERANCE
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           IF WIDE-COUNT = ZERO
               WRITE QUALITY-REPORT-RECORD FROM NONE-FOUND-LINE
           END-IF.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

       CHECK-ONE-TOLERANCE.
           IF ROW-ACTIVE(ROW-IDX)
                   AND NOT ROW-EXPECTS-ERROR(ROW-IDX)
                   AND ROW-TOLERANCE(ROW-IDX) > ZERO
               COMPUTE TOLERANCE-LIMIT =
                   FUNCTION MAX(FUNCTION ABS(ROW-EXPECTED(ROW-IDX)),
                       1) * WIDE-PERCENT / 100
               IF ROW-TOLERANCE(ROW-IDX) NOT < TOLERANCE-LIMIT
                   ADD 1 TO WIDE-COUNT
                   MOVE SPACES TO DETAIL-TEXT
                   MOVE ROW-EXPECTED(ROW-IDX) TO VALUE-EDIT
                   MOVE ROW-TOLERANCE(ROW-IDX) TO TOLERANCE-EDIT
                   STRING 'EXPECTED ' VALUE-EDIT
                       ' TOLERANCE ' TOLERANCE-EDIT
                       DELIMITED BY SIZE INTO DETAIL-TEXT
                   END-STRING
                   PERFORM WRITE-ROW-DETAIL
               END-IF
           END-IF.

      *    Sections two and three come from one pass over every
      *    pair of active rows within a suite; each pair is either
      *    a duplicate, a conflict, or nothing to report.
       REPORT-CASE-PAIRS.
           MOVE 'SAME INPUTS, DIFFERENT EXPECTATION (ONE SUITE)'
               TO SECTION-TITLE-LINE.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-TITLE-LINE.
           MOVE 'C' TO PAIR-VERDICT.
           PERFORM PAIR-ROW-WITH-LATER-ROWS
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           IF CONFLICT-COUNT = ZERO
               WRITE QUALITY-REPORT-RECORD FROM NONE-FOUND-LINE
           END-IF.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

           MOVE 'EXACT DUPLICATES UNDER DIFFERENT CASE NAMES'
               TO SECTION-TITLE-LINE.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-TITLE-LINE.
           MOVE 'D' TO PAIR-VERDICT.
           PERFORM PAIR-ROW-WITH-LATER-ROWS
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           IF DUPLICATE-COUNT = ZERO
               WRITE QUALITY-REPORT-RECORD FROM NONE-FOUND-LINE
           END-IF.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

      *    PAIR-VERDICT on entry says which kind of pair this pass
      *    is reporting; rows are in key order, so the inner scan
      *    stops at the first row of the next suite.
       PAIR-ROW-WITH-LATER-ROWS.
           IF ROW-ACTIVE(ROW-IDX)
               COMPUTE FIRST-PAIR-IDX = ROW-IDX + 1
               PERFORM JUDGE-ONE-PAIR
                   VARYING PAIR-IDX FROM FIRST-PAIR-IDX BY 1
                   UNTIL PAIR-IDX > ROW-COUNT
                       OR ROW-SUITE(PAIR-IDX) NOT = ROW-SUITE(ROW-IDX)
           END-IF.

       JUDGE-ONE-PAIR.
           IF ROW-ACTIVE(PAIR-IDX)
                   AND ROW-VALUE-1(PAIR-IDX) = ROW-VALUE-1(ROW-IDX)
                   AND ROW-VALUE-2(PAIR-IDX) = ROW-VALUE-2(ROW-IDX)
               MOVE SPACES TO PAIR-REASON
               EVALUATE TRUE
                   WHEN ROW-OUTCOME-TYPE(PAIR-IDX)
                           NOT = ROW-OUTCOME-TYPE(ROW-IDX)
                       MOVE 'OUTCOME TYPE DIFFERS' TO PAIR-REASON
                   WHEN ROW-EXPECTS-ERROR(ROW-IDX)
                           AND ROW-ERROR-CODE(PAIR-IDX)
                               NOT = ROW-ERROR-CODE(ROW-IDX)
                       MOVE 'ERROR CODE DIFFERS' TO PAIR-REASON
                   WHEN NOT ROW-EXPECTS-ERROR(ROW-IDX)
                           AND ROW-EXPECTED(PAIR-IDX)
                               NOT = ROW-EXPECTED(ROW-IDX)
                       MOVE 'EXPECTED VALUE DIFFERS' TO PAIR-REASON
               END-EVALUATE
               IF PAIR-REASON NOT = SPACES
                   IF PAIR-IS-CONFLICT
                       ADD 1 TO CONFLICT-COUNT
                       PERFORM WRITE-PAIR-DETAIL
                   END-IF
               ELSE
                   IF PAIR-IS-DUPLICATE
                           AND (ROW-EXPECTS-ERROR(ROW-IDX)
                               OR ROW-TOLERANCE(PAIR-IDX)
                                   = ROW-TOLERANCE(ROW-IDX))
                       ADD 1 TO DUPLICATE-COUNT
                       MOVE 'DUPLICATE' TO PAIR-REASON
                       PERFORM WRITE-PAIR-DETAIL
                   END-IF
               END-IF
           END-IF.

       WRITE-PAIR-DETAIL.
           MOVE ROW-SUITE(ROW-IDX) TO PAIR-SUITE.
           MOVE ROW-CASE-NAME(ROW-IDX) TO PAIR-FIRST-CASE.
           MOVE ROW-CASE-NAME(PAIR-IDX) TO PAIR-SECOND-CASE.
           MOVE PAIR-REASON TO PAIR-DETAIL-REASON.
           WRITE QUALITY-REPORT-RECORD FROM PAIR-DETAIL-LINE.

      *    Section four: error cases that name no error.
       REPORT-BLANK-ERROR-CODES.
           MOVE 'ERROR-OUTCOME CASES WITH A BLANK ERROR CODE'
               TO SECTION-TITLE-LINE.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-TITLE-LINE.
           PERFORM CHECK-ONE-ERROR-CODE
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           IF BLANK-CODE-COUNT = ZERO
               WRITE QUALITY-REPORT-RECORD FROM NONE-FOUND-LINE
           END-IF.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

       CHECK-ONE-ERROR-CODE.
           IF ROW-ACTIVE(ROW-IDX)
                   AND ROW-EXPECTS-ERROR(ROW-IDX)
                   AND ROW-ERROR-CODE(ROW-IDX) = SPACES
               ADD 1 TO BLANK-CODE-COUNT
               MOVE 'OUTCOME E, NO ERROR CODE' TO DETAIL-TEXT
               PERFORM WRITE-ROW-DETAIL
           END-IF.

      *    Section five: deactivated rows nobody has touched in
      *    STALE-DAYS. A row with no usable change date cannot show
      *    it is recent, so it is reported too.
       REPORT-STALE-DEACTIVATIONS.
           MOVE SPACES TO SECTION-TITLE-LINE.
           STRING 'DEACTIVATED ROWS UNTOUCHED FOR MORE THAN '
               HEADING-DAYS ' DAYS'
               DELIMITED BY SIZE INTO SECTION-TITLE-LINE
           END-STRING.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-TITLE-LINE.
           PERFORM CHECK-ONE-DEACTIVATION
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           IF STALE-COUNT = ZERO
               WRITE QUALITY-REPORT-RECORD FROM NONE-FOUND-LINE
           END-IF.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

       CHECK-ONE-DEACTIVATION.
           IF NOT ROW-ACTIVE(ROW-IDX)
               MOVE SPACES TO DETAIL-TEXT
               IF ROW-CHANGE-DATE(ROW-IDX) IS NUMERIC
                       AND ROW-CHANGE-DATE-NUM(ROW-IDX) > ZERO
                   COMPUTE CHANGE-DAY-NUMBER = FUNCTION
                       INTEGER-OF-DATE(ROW-CHANGE-DATE-NUM(ROW-IDX))
                   COMPUTE ROW-AGE-DAYS =
                       TODAY-DAY-NUMBER - CHANGE-DAY-NUMBER
                   IF ROW-AGE-DAYS > STALE-DAYS
                       MOVE ROW-AGE-DAYS TO AGE-EDIT
                       STRING 'LAST CHANGED '
                           ROW-CHANGE-DATE(ROW-IDX)
                           ' BY ' ROW-OPERATOR-ID(ROW-IDX)
                           ' AGE ' AGE-EDIT ' DAYS'
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                       END-STRING
                   END-IF
               ELSE
                   MOVE 'NO LAST-CHANGE DATE ON THE ROW'
                       TO DETAIL-TEXT
               END-IF
               IF DETAIL-TEXT NOT = SPACES
                   ADD 1 TO STALE-COUNT
                   PERFORM WRITE-ROW-DETAIL
               END-IF
           END-IF.

      *    Section six: rows for a suite the registry no longer
      *    runs, active or not.
       REPORT-UNREGISTERED-SUITES.
           MOVE 'ROWS FOR SUITES NOT ON THE SUITEREG REGISTRY'
               TO SECTION-TITLE-LINE.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-TITLE-LINE.
           PERFORM CHECK-ONE-ROW-SUITE
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT.
           IF UNREGISTERED-COUNT = ZERO
               WRITE QUALITY-REPORT-RECORD FROM NONE-FOUND-LINE
           END-IF.
           WRITE QUALITY-REPORT-RECORD FROM SECTION-BREAK-LINE.

       CHECK-ONE-ROW-SUITE.
           MOVE 'N' TO SUITE-FOUND.
           PERFORM CHECK-REGISTERED-SUITE
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > REGISTRY-COUNT
                   OR ROW-SUITE-REGISTERED.
           IF NOT ROW-SUITE-REGISTERED
               ADD 1 TO UNREGISTERED-COUNT
               IF ROW-ACTIVE(ROW-IDX)
                   MOVE 'SUITE NOT REGISTERED (ACTIVE ROW)'
                       TO DETAIL-TEXT
               ELSE
                   MOVE 'SUITE NOT REGISTERED (DEACTIVATED ROW)'
                       TO DETAIL-TEXT
               END-IF
               PERFORM WRITE-ROW-DETAIL
           END-IF.

       CHECK-REGISTERED-SUITE.
           IF REGISTERED-SUITE-NAME(REGISTRY-IDX) = ROW-SUITE(ROW-IDX)
               SET ROW-SUITE-REGISTERED TO TRUE
           END-IF.

       WRITE-ROW-DETAIL.
           MOVE ROW-SUITE(ROW-IDX) TO DETAIL-SUITE.
           MOVE ROW-CASE-NAME(ROW-IDX) TO DETAIL-CASE-NAME.
           WRITE QUALITY-REPORT-RECORD FROM ROW-DETAIL-LINE.

       END PROGRAM CASE-QUALITY.
