       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVARIANT.
      *    Property suite. Where the other suites run the hand-picked
      *    cases on the case master against fixed expected values,
      *    this one feeds the routines pseudo-random inputs and
      *    checks relations that must hold for every input - the
      *    square of a root comes back to its input, a ceiling
      *    lands in [x, x+1), and so on. The properties live in the
      *    INVREG invariant register, one row per property: the
      *    check it applies (one of the check kinds below), its
      *    tolerance, and the input ranges to draw from, so ops can
      *    add a property over a new range or tighten a tolerance
      *    without a program change. Check kinds:
      *        SQRTSQR   SQRT(x) squared is x
      *        CEILRNG   x <= CEILING(x) < x+1
      *        MODRNG    0 <= MOD(a,b) < |b|
      *        POWONE    POWER(x,1) is x
      *        RNDCEIL   ROUND and CEILING agree on whole numbers
      *        SQRTPOW2  SQRT(POWER(x,2)) is |x|
      *    The INVCFG control record gives the seed and the number
      *    of inputs drawn per property; with no seed the run draws
      *    one from the clock. The seed actually used goes back in
      *    TEST-CONTEXT for the JSON summary, so a red night can be
      *    re-run exactly by putting that seed in INVCFG. Each check
      *    is recorded through ASSERT-NEAR with the generated
      *    input(s) in the case name, so a violation reaches JSONRPT,
      *    RESULTDB and OPSRPT like any other failure. A check whose
      *    range is violated reports the nearest permitted value as
      *    its expected value.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVARIANT-REG-FILE ASSIGN TO 'INVREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVREG-STATUS.
           SELECT INVARIANT-CONFIG-FILE ASSIGN TO 'INVCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCFG-STATUS.
           SELECT OVERFLOW-FILE ASSIGN TO 'OVFLDETL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERFLOW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    One property per line. Only active ('A') rows are run.
      *    The operand range is used by MODRNG for the divisor and
      *    ignored by the single-input checks.
       FD  INVARIANT-REG-FILE.
       01  INVARIANT-REG-RECORD.
           05  INV-PROPERTY-NAME       PIC X(08).
           05  FILLER                  PIC X(01).
           05  INV-CHECK-KIND          PIC X(08).
               88  INV-VALID-CHECK-KIND    VALUE 'SQRTSQR '
                                                 'CEILRNG '
                                                 'MODRNG  '
                                                 'POWONE  '
                                                 'RNDCEIL '
                                                 'SQRTPOW2'.
           05  FILLER                  PIC X(01).
           05  INV-ACTIVE-FLAG         PIC X(01).
               88  INV-PROPERTY-ACTIVE     VALUE 'A'.
           05  FILLER                  PIC X(01).
           05  INV-TOLERANCE           PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INV-INPUT-LOW           PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INV-INPUT-HIGH          PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INV-OPERAND-LOW         PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  INV-OPERAND-HIGH        PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
      *    Seed (blank or zero: draw one from the clock) and the
      *    number of inputs per property (blank or zero: 20).
       FD  INVARIANT-CONFIG-FILE.
       01  INVARIANT-CONFIG-RECORD.
           05  INVCFG-SEED             PIC X(10).
           05  FILLER                  PIC X(01).
           05  INVCFG-INPUT-COUNT      PIC X(04).
       FD  OVERFLOW-FILE.
           COPY 'overflow-detail.cpy'.
       WORKING-STORAGE SECTION.
       01  INVREG-STATUS   PIC X(02).
       01  INVCFG-STATUS   PIC X(02).
       01  OVERFLOW-STATUS PIC X(02).
       01  INVREG-EOF      PIC X(01) VALUE 'N'.
           88  NO-MORE-PROPERTY-ROWS  VALUE 'Y'.
       01  PROPERTY-COUNT  PIC 9(02) VALUE ZERO.
       01  PROPERTY-TABLE.
           05  PROPERTY-ENTRY OCCURS 50 TIMES
                   INDEXED BY PROPERTY-IDX.
               10  PROP-NAME           PIC X(08).
               10  PROP-KIND           PIC X(08).
               10  PROP-TOLERANCE      PIC S9(6)V9(3).
               10  PROP-INPUT-LOW      PIC S9(6)V9(3).
               10  PROP-INPUT-HIGH     PIC S9(6)V9(3).
               10  PROP-OPERAND-LOW    PIC S9(6)V9(3).
               10  PROP-OPERAND-HIGH   PIC S9(6)V9(3).
       01  SKIPPED-ROW-COUNT PIC 9(02) VALUE ZERO.
       01  INPUT-COUNT     PIC 9(04) VALUE 20.
       01  INPUT-SUB       PIC 9(04).
      *    Park-Miller minimal standard generator: the state walks
      *    1..2147483646 and the same seed always yields the same
      *    sequence of draws, on any night.
       01  RUN-SEED        PIC 9(10) VALUE ZERO.
       01  RANDOM-STATE    PIC 9(10).
       01  RUN-DATE        PIC 9(08).
       01  DRAW-LOW        PIC S9(6)V9(3).
       01  DRAW-HIGH       PIC S9(6)V9(3).
       01  DRAW-SPAN       PIC 9(10).
       01  DRAW-OFFSET     PIC 9(10).
       01  DRAWN-VALUE     PIC S9(6)V9(3).
      *    Routine parameters and results, in the routines' own
      *    S9(6)V9(3) picture.
       01  FIRST-INPUT     PIC S9(6)V9(3).
       01  SECOND-INPUT    PIC S9(6)V9(3).
       01  ONE-EXPONENT    PIC S9(6)V9(3) VALUE 1.
       01  TWO-EXPONENT    PIC S9(6)V9(3) VALUE 2.
       01  ROUTINE-RESULT  PIC S9(6)V9(3).
       01  SECOND-RESULT   PIC S9(6)V9(3).
       01  ROUTINE-ERROR-CODE PIC X(04).
       01  CHECK-EXPECTED  PIC S9(6)V9(3).
       01  CHECK-ACTUAL    PIC S9(6)V9(3).
      *    The permitted range for the range checks, one digit
      *    wider than the routine fields so x+1 near the top of the
      *    field cannot overflow.
       01  RANGE-LOW       PIC S9(7)V9(3).
       01  RANGE-HIGH      PIC S9(7)V9(3).
       01  PROPERTY-CASE-NAME PIC X(30).
       01  INPUT-EDIT      PIC -(6)9.999.
       01  OPERAND-EDIT    PIC -(6)9.999.
       01  CASE-INPUTS     PIC X(01).
           88  CASE-HAS-OPERAND       VALUE 'Y'.
       01  EXPECTED-ERROR-TEXT PIC X(80).
       01  ACTUAL-ERROR-TEXT   PIC X(80).
       01  TIME-STAMP      PIC 9(8).
       01  TIME-STAMP-PARTS REDEFINES TIME-STAMP.
           05  STAMP-HOURS         PIC 9(2).
           05  STAMP-MINUTES       PIC 9(2).
           05  STAMP-SECONDS       PIC 9(2).
           05  STAMP-HUNDREDTHS    PIC 9(2).
       01  CALL-START-HUNDREDTHS PIC 9(8).
       01  CALL-END-HUNDREDTHS   PIC 9(8).
       01  CALL-ELAPSED          PIC S9(8).
       LINKAGE SECTION.
           COPY 'test-context.cpy'.
       PROCEDURE DIVISION USING TEST-CONTEXT.
       MAIN-PROCEDURE.
           PERFORM READ-INVARIANT-CONFIG.
           PERFORM LOAD-INVARIANT-REGISTER.

      *    No register, or no active property in it, is a BLOCKED
      *    suite - the same verdict a suite with no cases gets.
           IF PROPERTY-COUNT = ZERO
               PERFORM RECORD-BLOCKED-SUITE
           ELSE
               MOVE RUN-SEED TO INVARIANT-SEED
               MOVE RUN-SEED TO RANDOM-STATE
               DISPLAY 'INVARIANT: SEED ' RUN-SEED ' - '
                   INPUT-COUNT ' INPUTS FOR EACH OF '
                   PROPERTY-COUNT ' PROPERTIES'
               PERFORM CHECK-ONE-PROPERTY
                   VARYING PROPERTY-IDX FROM 1 BY 1
                   UNTIL PROPERTY-IDX > PROPERTY-COUNT
           END-IF.

           GOBACK.

       READ-INVARIANT-CONFIG.
           OPEN INPUT INVARIANT-CONFIG-FILE.
           IF INVCFG-STATUS = '00'
               READ INVARIANT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-INVARIANT-CONFIG
               END-READ
               CLOSE INVARIANT-CONFIG-FILE
           END-IF.

      *    A seed from the clock is still a recorded seed: it goes
      *    to the JSON summary like a configured one.
           IF RUN-SEED = ZERO
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               ACCEPT TIME-STAMP FROM TIME
               COMPUTE RUN-SEED = FUNCTION MOD
                   (RUN-DATE * 100000000 + TIME-STAMP, 2147483646)
                   + 1
           END-IF.

       APPLY-INVARIANT-CONFIG.
           IF INVCFG-SEED NOT = SPACES
               COMPUTE RUN-SEED = FUNCTION MOD
                   (FUNCTION NUMVAL(INVCFG-SEED), 2147483647)
           END-IF.
           IF INVCFG-INPUT-COUNT NOT = SPACES
               COMPUTE INPUT-COUNT =
                   FUNCTION NUMVAL(INVCFG-INPUT-COUNT)
               IF INPUT-COUNT = ZERO
                   MOVE 20 TO INPUT-COUNT
               END-IF
           END-IF.

       LOAD-INVARIANT-REGISTER.
           OPEN INPUT INVARIANT-REG-FILE.
           IF INVREG-STATUS = '00'
               PERFORM READ-NEXT-PROPERTY-ROW
                   UNTIL NO-MORE-PROPERTY-ROWS
               CLOSE INVARIANT-REG-FILE
           END-IF.
           IF SKIPPED-ROW-COUNT > ZERO
               DISPLAY 'INVARIANT: ' SKIPPED-ROW-COUNT
                   ' INVREG ROW(S) NOT USABLE - SKIPPED'
           END-IF.

       READ-NEXT-PROPERTY-ROW.
           READ INVARIANT-REG-FILE
               AT END
                   SET NO-MORE-PROPERTY-ROWS TO TRUE
               NOT AT END
                   IF INV-PROPERTY-ACTIVE
                       PERFORM STORE-PROPERTY-ROW
                   END-IF
           END-READ.

      *    A row the checks cannot use - an unknown check kind,
      *    a non-numeric range, a range that runs backwards - is
      *    left out and counted rather than allowed to abend the
      *    night's run.
       STORE-PROPERTY-ROW.
           IF NOT INV-VALID-CHECK-KIND
                   OR INV-TOLERANCE IS NOT NUMERIC
                   OR INV-INPUT-LOW IS NOT NUMERIC
                   OR INV-INPUT-HIGH IS NOT NUMERIC
                   OR INV-OPERAND-LOW IS NOT NUMERIC
                   OR INV-OPERAND-HIGH IS NOT NUMERIC
                   OR PROPERTY-COUNT NOT < 50
               ADD 1 TO SKIPPED-ROW-COUNT
           ELSE
               IF INV-INPUT-LOW > INV-INPUT-HIGH
                       OR INV-OPERAND-LOW > INV-OPERAND-HIGH
                   ADD 1 TO SKIPPED-ROW-COUNT
               ELSE
                   ADD 1 TO PROPERTY-COUNT
                   SET PROPERTY-IDX TO PROPERTY-COUNT
                   MOVE INV-PROPERTY-NAME TO PROP-NAME(PROPERTY-IDX)
                   MOVE INV-CHECK-KIND TO PROP-KIND(PROPERTY-IDX)
                   MOVE INV-TOLERANCE TO
                       PROP-TOLERANCE(PROPERTY-IDX)
                   MOVE INV-INPUT-LOW TO
                       PROP-INPUT-LOW(PROPERTY-IDX)
                   MOVE INV-INPUT-HIGH TO
                       PROP-INPUT-HIGH(PROPERTY-IDX)
                   MOVE INV-OPERAND-LOW TO
                       PROP-OPERAND-LOW(PROPERTY-IDX)
                   MOVE INV-OPERAND-HIGH TO
                       PROP-OPERAND-HIGH(PROPERTY-IDX)
               END-IF
           END-IF.

       CHECK-ONE-PROPERTY.
           PERFORM CHECK-ONE-INPUT
               VARYING INPUT-SUB FROM 1 BY 1
               UNTIL INPUT-SUB > INPUT-COUNT.

      *    Draws are taken in register order, input by input, so a
      *    seed reproduces a night only against the same register
      *    rows.
       CHECK-ONE-INPUT.
           MOVE 'N' TO CASE-INPUTS.
           MOVE PROP-INPUT-LOW(PROPERTY-IDX) TO DRAW-LOW.
           MOVE PROP-INPUT-HIGH(PROPERTY-IDX) TO DRAW-HIGH.
           PERFORM DRAW-RANDOM-VALUE.
           MOVE DRAWN-VALUE TO FIRST-INPUT.
           MOVE SPACES TO ROUTINE-ERROR-CODE.

           EVALUATE PROP-KIND(PROPERTY-IDX)
               WHEN 'SQRTSQR'
                   PERFORM CHECK-SQRT-SQUARED
               WHEN 'CEILRNG'
                   PERFORM CHECK-CEILING-RANGE
               WHEN 'MODRNG'
                   PERFORM CHECK-MOD-RANGE
               WHEN 'POWONE'
                   PERFORM CHECK-POWER-OF-ONE
               WHEN 'RNDCEIL'
                   PERFORM CHECK-ROUND-CEILING-WHOLE
               WHEN 'SQRTPOW2'
                   PERFORM CHECK-ROOT-OF-SQUARE
           END-EVALUATE.

       DRAW-RANDOM-VALUE.
           COMPUTE RANDOM-STATE = FUNCTION MOD
               (RANDOM-STATE * 16807, 2147483647).
           COMPUTE DRAW-SPAN = (DRAW-HIGH - DRAW-LOW) * 1000 + 1.
           COMPUTE DRAW-OFFSET = FUNCTION MOD
               (RANDOM-STATE, DRAW-SPAN).
           COMPUTE DRAWN-VALUE = DRAW-LOW + DRAW-OFFSET / 1000.

       CHECK-SQRT-SQUARED.
           PERFORM BUILD-PROPERTY-CASE-NAME.
           PERFORM CAPTURE-CALL-START.
           CALL 'SQRT' USING FIRST-INPUT, ROUTINE-RESULT,
               ROUTINE-ERROR-CODE.
           PERFORM CAPTURE-CALL-END.
           IF ROUTINE-ERROR-CODE NOT = SPACES
               PERFORM ASSERT-UNEXPECTED-REJECTION
           ELSE
               MOVE FIRST-INPUT TO CHECK-EXPECTED
               COMPUTE CHECK-ACTUAL =
                   ROUTINE-RESULT * ROUTINE-RESULT
                   ON SIZE ERROR
                       MOVE 999999.999 TO CHECK-ACTUAL
               END-COMPUTE
               PERFORM ASSERT-PROPERTY
           END-IF.

       CHECK-CEILING-RANGE.
           PERFORM BUILD-PROPERTY-CASE-NAME.
           PERFORM CAPTURE-CALL-START.
           CALL 'CEILING' USING FIRST-INPUT, ROUTINE-RESULT,
               ROUTINE-ERROR-CODE.
           PERFORM CAPTURE-CALL-END.
           IF ROUTINE-ERROR-CODE NOT = SPACES
               PERFORM ASSERT-UNEXPECTED-REJECTION
           ELSE
               MOVE ROUTINE-RESULT TO CHECK-ACTUAL
               MOVE FIRST-INPUT TO RANGE-LOW
               COMPUTE RANGE-HIGH = FIRST-INPUT + 0.999
               PERFORM CLAMP-EXPECTED-TO-RANGE
               PERFORM ASSERT-PROPERTY
           END-IF.

      *    A zero divisor has no remainder to check; the draw is
      *    nudged to 1 rather than wasted.
       CHECK-MOD-RANGE.
           MOVE PROP-OPERAND-LOW(PROPERTY-IDX) TO DRAW-LOW.
           MOVE PROP-OPERAND-HIGH(PROPERTY-IDX) TO DRAW-HIGH.
           PERFORM DRAW-RANDOM-VALUE.
           MOVE DRAWN-VALUE TO SECOND-INPUT.
           IF SECOND-INPUT = ZERO
               MOVE 1 TO SECOND-INPUT
           END-IF.
           SET CASE-HAS-OPERAND TO TRUE.
           PERFORM BUILD-PROPERTY-CASE-NAME.
           PERFORM CAPTURE-CALL-START.
           CALL 'MOD' USING FIRST-INPUT, SECOND-INPUT,
               ROUTINE-RESULT, ROUTINE-ERROR-CODE.
           PERFORM CAPTURE-CALL-END.
           IF ROUTINE-ERROR-CODE NOT = SPACES
               PERFORM ASSERT-UNEXPECTED-REJECTION
           ELSE
               MOVE ROUTINE-RESULT TO CHECK-ACTUAL
               MOVE ZERO TO RANGE-LOW
               COMPUTE RANGE-HIGH =
                   FUNCTION ABS(SECOND-INPUT) - 0.001
               PERFORM CLAMP-EXPECTED-TO-RANGE
               PERFORM ASSERT-PROPERTY
           END-IF.

       CHECK-POWER-OF-ONE.
           PERFORM BUILD-PROPERTY-CASE-NAME.
           PERFORM CAPTURE-CALL-START.
           CALL 'POWER' USING FIRST-INPUT, ONE-EXPONENT,
               ROUTINE-RESULT, ROUTINE-ERROR-CODE.
           PERFORM CAPTURE-CALL-END.
           IF ROUTINE-ERROR-CODE NOT = SPACES
               PERFORM ASSERT-UNEXPECTED-REJECTION
           ELSE
               MOVE FIRST-INPUT TO CHECK-EXPECTED
               MOVE ROUTINE-RESULT TO CHECK-ACTUAL
               PERFORM ASSERT-PROPERTY
           END-IF.

      *    The drawn input is cut to its whole part first: on a
      *    whole number there is nothing to round or raise, so the
      *    two routines must return the same value.
       CHECK-ROUND-CEILING-WHOLE.
           COMPUTE FIRST-INPUT = FUNCTION INTEGER-PART(DRAWN-VALUE).
           PERFORM BUILD-PROPERTY-CASE-NAME.
           PERFORM CAPTURE-CALL-START.
           CALL 'ROUND' USING FIRST-INPUT, ROUTINE-RESULT,
               ROUTINE-ERROR-CODE.
           IF ROUTINE-ERROR-CODE = SPACES
               CALL 'CEILING' USING FIRST-INPUT, SECOND-RESULT,
                   ROUTINE-ERROR-CODE
           END-IF.
           PERFORM CAPTURE-CALL-END.
           IF ROUTINE-ERROR-CODE NOT = SPACES
               PERFORM ASSERT-UNEXPECTED-REJECTION
           ELSE
               MOVE SECOND-RESULT TO CHECK-EXPECTED
               MOVE ROUTINE-RESULT TO CHECK-ACTUAL
               PERFORM ASSERT-PROPERTY
           END-IF.

       CHECK-ROOT-OF-SQUARE.
           PERFORM BUILD-PROPERTY-CASE-NAME.
           PERFORM CAPTURE-CALL-START.
           CALL 'POWER' USING FIRST-INPUT, TWO-EXPONENT,
               SECOND-RESULT, ROUTINE-ERROR-CODE.
           IF ROUTINE-ERROR-CODE = SPACES
               CALL 'SQRT' USING SECOND-RESULT, ROUTINE-RESULT,
                   ROUTINE-ERROR-CODE
           END-IF.
           PERFORM CAPTURE-CALL-END.
           IF ROUTINE-ERROR-CODE NOT = SPACES
               PERFORM ASSERT-UNEXPECTED-REJECTION
           ELSE
               COMPUTE CHECK-EXPECTED = FUNCTION ABS(FIRST-INPUT)
               MOVE ROUTINE-RESULT TO CHECK-ACTUAL
               PERFORM ASSERT-PROPERTY
           END-IF.

      *    A result inside the permitted range is its own expected
      *    value; one outside it is held against the nearest value
      *    the property allows, which is what the report shows.
       CLAMP-EXPECTED-TO-RANGE.
           IF CHECK-ACTUAL < RANGE-LOW
               MOVE RANGE-LOW TO CHECK-EXPECTED
           ELSE
               IF CHECK-ACTUAL > RANGE-HIGH
                   MOVE RANGE-HIGH TO CHECK-EXPECTED
               ELSE
                   MOVE CHECK-ACTUAL TO CHECK-EXPECTED
               END-IF
           END-IF.

      *    Property name plus the generated input(s), so the case
      *    name alone says what to feed the routine to see the
      *    failure again.
       BUILD-PROPERTY-CASE-NAME.
           MOVE FIRST-INPUT TO INPUT-EDIT.
           MOVE SPACES TO PROPERTY-CASE-NAME.
           IF CASE-HAS-OPERAND
               MOVE SECOND-INPUT TO OPERAND-EDIT
               STRING FUNCTION TRIM(PROP-NAME(PROPERTY-IDX)) ' '
                   FUNCTION TRIM(INPUT-EDIT) '/'
                   FUNCTION TRIM(OPERAND-EDIT)
                   DELIMITED BY SIZE INTO PROPERTY-CASE-NAME
               END-STRING
           ELSE
               STRING FUNCTION TRIM(PROP-NAME(PROPERTY-IDX)) ' '
                   FUNCTION TRIM(INPUT-EDIT)
                   DELIMITED BY SIZE INTO PROPERTY-CASE-NAME
               END-STRING
           END-IF.

       ASSERT-PROPERTY.
           CALL 'ASSERT-NEAR' USING TEST-CONTEXT,
               PROPERTY-CASE-NAME, CHECK-EXPECTED, CHECK-ACTUAL,
               PROP-TOLERANCE(PROPERTY-IDX).

      *    Every register range is meant to be valid input, so any
      *    error code back from a routine is itself a violation,
      *    reported the way the suites report an unexpected
      *    rejection.
       ASSERT-UNEXPECTED-REJECTION.
           MOVE 'NONE' TO EXPECTED-ERROR-TEXT.
           MOVE ROUTINE-ERROR-CODE TO ACTUAL-ERROR-TEXT.
           CALL 'ASSERT-EQUAL-STRING' USING TEST-CONTEXT,
               PROPERTY-CASE-NAME, EXPECTED-ERROR-TEXT,
               ACTUAL-ERROR-TEXT.

       RECORD-BLOCKED-SUITE.
           ADD 1 TO BLOCKED-SUITES.
           DISPLAY 'INVARIANT BLOCKED: INVREG '
               'UNAVAILABLE OR NO ACTIVE PROPERTIES, STATUS='
               INVREG-STATUS.
           IF TEST-CASE-COUNT < 500
               ADD 1 TO TEST-CASE-COUNT
               SET TEST-CASE-IDX TO TEST-CASE-COUNT
               MOVE 'INVARIANT CASES BLOCKED' TO
                   TEST-CASE-NAME(TEST-CASE-IDX)
               MOVE 'INVARIANT' TO
                   TEST-CASE-SUITE(TEST-CASE-IDX)
               MOVE 'BLKD' TO TEST-CASE-STATUS(TEST-CASE-IDX)
               MOVE 'PROPERTIES' TO TEST-CASE-EXPECTED(TEST-CASE-IDX)
               IF INVREG-STATUS NOT = '00'
                   MOVE SPACES TO
                       TEST-CASE-ACTUAL(TEST-CASE-IDX)
                   STRING 'STATUS ' INVREG-STATUS
                       DELIMITED BY SIZE INTO
                       TEST-CASE-ACTUAL(TEST-CASE-IDX)
               ELSE
                   MOVE 'NONE FOUND' TO
                       TEST-CASE-ACTUAL(TEST-CASE-IDX)
               END-IF
               MOVE ZERO TO TEST-CASE-DURATION(TEST-CASE-IDX)
           ELSE
               PERFORM SPILL-BLOCKED-ROW
           END-IF.

       SPILL-BLOCKED-ROW.
           ADD 1 TO OVERFLOW-COUNT.
           OPEN EXTEND OVERFLOW-FILE.
           IF OVERFLOW-STATUS = '35'
               OPEN OUTPUT OVERFLOW-FILE
           END-IF.
           MOVE 'INVARIANT CASES BLOCKED' TO OVFL-CASE-NAME.
           MOVE 'INVARIANT' TO OVFL-CASE-SUITE.
           MOVE 'BLKD' TO OVFL-CASE-STATUS.
           MOVE 'PROPERTIES' TO OVFL-CASE-EXPECTED.
           IF INVREG-STATUS NOT = '00'
               MOVE SPACES TO OVFL-CASE-ACTUAL
               STRING 'STATUS ' INVREG-STATUS
                   DELIMITED BY SIZE INTO OVFL-CASE-ACTUAL
           ELSE
               MOVE 'NONE FOUND' TO OVFL-CASE-ACTUAL
           END-IF.
           MOVE ZERO TO OVFL-CASE-DURATION.
           WRITE OVERFLOW-RECORD.
           CLOSE OVERFLOW-FILE.

       CAPTURE-CALL-START.
           ACCEPT TIME-STAMP FROM TIME.
           COMPUTE CALL-START-HUNDREDTHS =
               ((STAMP-HOURS * 60 + STAMP-MINUTES) * 60
                   + STAMP-SECONDS) * 100 + STAMP-HUNDREDTHS.

       CAPTURE-CALL-END.
           ACCEPT TIME-STAMP FROM TIME.
           COMPUTE CALL-END-HUNDREDTHS =
               ((STAMP-HOURS * 60 + STAMP-MINUTES) * 60
                   + STAMP-SECONDS) * 100 + STAMP-HUNDREDTHS.
           COMPUTE CALL-ELAPSED =
               CALL-END-HUNDREDTHS - CALL-START-HUNDREDTHS.
           IF CALL-ELAPSED < ZERO
               ADD 8640000 TO CALL-ELAPSED
           END-IF.
           MOVE CALL-ELAPSED TO CASE-DURATION.

       END PROGRAM INVARIANT.
