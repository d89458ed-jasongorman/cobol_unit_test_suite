       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPECT-CHECK.
      *    Independent arithmetic check of the expected values on
      *    the CASEMSTR case master. Every MASTER-EXPECTED was keyed
      *    by hand through CASE-MAINT and nothing proved the number
      *    right - more than one morning has gone on a "library bug"
      *    that was a typo in the case. For every active value case
      *    ('N' or blank outcome) this step works the answer out
      *    again with the language's own arithmetic, picked by the
      *    owning suite and using the VALUE-1/VALUE-2 meanings
      *    case-master.cpy documents:
      *        SQRT-TEST     FUNCTION SQRT of VALUE-1
      *        CEILING-TEST  FUNCTION INTEGER of the negated input,
      *                      negated back (smallest whole number
      *                      not below VALUE-1)
      *        ROUND-TEST    VALUE-1 rounded to a whole number, half
      *                      away from zero
      *        MOD-TEST      FUNCTION MOD of VALUE-1 by VALUE-2
      *        POWER-TEST    VALUE-1 raised to VALUE-2
      *    The independent answer is carried to the same three
      *    decimals the routines return. Any row where it and
      *    MASTER-EXPECTED differ by more than MASTER-TOLERANCE is
      *    listed on the EXPCKRPT report, and a CASETRAN-format
      *    change ('C') carrying the independent answer is written
      *    to the CORRDECK correction deck for the team lead to
      *    review through CASE-MAINT's verify run - nothing here
      *    touches the master. A value case whose inputs have no
      *    answer at all (square root of a negative, MOD by zero,
      *    a POWER too large for the field) is listed as outside
      *    the domain with no deck line: such a row is most likely
      *    an 'E' case keyed as 'N', and only a person knows the
      *    error code it should carry. Suites with no independent
      *    method are counted as not checked.
      *    Runs ahead of CASE-SNAPSHOT, so a suspect row is caught
      *    before the night's master is frozen. RETURN-CODE 4 when
      *    any row is suspect; 12 when the master cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT CHECK-REPORT-FILE ASSIGN TO 'EXPCKRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTION-DECK-FILE ASSIGN TO 'CORRDECK'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-RECORD    PIC X(132).
      *    Same layout as the CASE-MAINT CASETRAN transaction, so
      *    the deck can be fed straight to a verify run.
       FD  CORRECTION-DECK-FILE.
       01  CORRECTION-RECORD.
           05  CORR-ACTION             PIC X(01).
           05  CORR-SUITE-NAME         PIC X(12).
           05  CORR-CASE-NAME          PIC X(30).
           05  CORR-VALUE-1            PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  CORR-VALUE-2            PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  CORR-EXPECTED           PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  CORR-TOLERANCE          PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  CORR-OPERATOR-ID        PIC X(08).
           05  CORR-OUTCOME-TYPE       PIC X(01).
           05  CORR-ERROR-CODE         PIC X(04).
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS   PIC X(02).
       01  MASTER-EOF      PIC X(01) VALUE 'N'.
           88  NO-MORE-MASTER-ROWS    VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  CHECKED-COUNT   PIC 9(04) VALUE ZERO.
       01  SUSPECT-COUNT   PIC 9(04) VALUE ZERO.
       01  DOMAIN-COUNT    PIC 9(04) VALUE ZERO.
       01  UNCHECKED-COUNT PIC 9(04) VALUE ZERO.
      *    Deck lines carry this ID until the reviewer stamps their
      *    own on the lines they accept.
       01  DECK-OPERATOR-ID PIC X(08) VALUE 'EXPCHECK'.
       01  INDEPENDENT-RESULT PIC S9(6)V9(3).
       01  WHOLE-RESULT    PIC S9(07).
       01  RESULT-DIFFERENCE PIC 9(7)V9(3).
       01  CHECK-OUTCOME   PIC X(01).
           88  CHECK-AGREES           VALUE 'A'.
           88  CHECK-DISAGREES        VALUE 'S'.
           88  CHECK-OUTSIDE-DOMAIN   VALUE 'D'.
           88  CHECK-NO-METHOD        VALUE 'U'.
       01  VALUE-EDIT      PIC -(5)9.999.
       01  DIFFERENCE-EDIT PIC Z(6)9.999.
       01  CHECK-HEADING-LINE.
           05  FILLER              PIC X(40) VALUE
               'EXPECTED VALUE CHECK OF CASEMSTR - RUN '.
           05  HEADING-RUN-DATE    PIC 9(08).
       01  CHECK-COLUMN-LINE.
           05  FILLER              PIC X(44) VALUE
               'SUITE        CASE'.
           05  FILLER              PIC X(52) VALUE
               '     VALUE-1      VALUE-2     EXPECTED'.
           05  FILLER              PIC X(36) VALUE
               ' INDEPENDENT   DIFFERENCE'.
       01  CHECK-DETAIL-LINE.
           05  DETAIL-SUITE-NAME   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-CASE-NAME    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-VALUE-1      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-VALUE-2      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-EXPECTED     PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-INDEPENDENT  PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-DIFFERENCE   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-VERDICT      PIC X(22).
       01  CHECK-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE
               'VALUE CASES    '.
           05  TOTAL-CHECKED       PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE '  SUSPECT  '.
           05  TOTAL-SUSPECT       PIC ZZZ9.
           05  FILLER              PIC X(18) VALUE
               '  OUTSIDE DOMAIN  '.
           05  TOTAL-DOMAIN        PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE
               '  NOT CHECKED  '.
           05  TOTAL-UNCHECKED     PIC ZZZ9.
       01  SECTION-BREAK-LINE     PIC X(40) VALUE ALL '-'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'EXPECT-CHECK: CASEMSTR OPEN FAILED, '
                   'STATUS=' MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CHECK-REPORT-FILE.
           OPEN OUTPUT CORRECTION-DECK-FILE.

           MOVE RUN-DATE TO HEADING-RUN-DATE.
           WRITE CHECK-REPORT-RECORD FROM CHECK-HEADING-LINE.
           WRITE CHECK-REPORT-RECORD FROM SECTION-BREAK-LINE.
           WRITE CHECK-REPORT-RECORD FROM CHECK-COLUMN-LINE.

           PERFORM CHECK-NEXT-MASTER-ROW
               UNTIL NO-MORE-MASTER-ROWS.

           CLOSE CASE-MASTER-FILE.

           WRITE CHECK-REPORT-RECORD FROM SECTION-BREAK-LINE.
           MOVE CHECKED-COUNT TO TOTAL-CHECKED.
           MOVE SUSPECT-COUNT TO TOTAL-SUSPECT.
           MOVE DOMAIN-COUNT TO TOTAL-DOMAIN.
           MOVE UNCHECKED-COUNT TO TOTAL-UNCHECKED.
           WRITE CHECK-REPORT-RECORD FROM CHECK-TOTAL-LINE.
           IF SUSPECT-COUNT = ZERO AND DOMAIN-COUNT = ZERO
               MOVE 'NO SUSPECT EXPECTED VALUES' TO
                   CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF.

           CLOSE CORRECTION-DECK-FILE.
           CLOSE CHECK-REPORT-FILE.

           DISPLAY 'EXPECT-CHECK: ' CHECKED-COUNT ' VALUE CASES, '
               SUSPECT-COUNT ' SUSPECT, '
               DOMAIN-COUNT ' OUTSIDE DOMAIN, '
               UNCHECKED-COUNT ' NOT CHECKED'.

           IF SUSPECT-COUNT > ZERO OR DOMAIN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    Deactivated rows and error-path ('E') rows carry no
      *    expected value to check.
       CHECK-NEXT-MASTER-ROW.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MASTER-ROWS TO TRUE
               NOT AT END
                   IF MASTER-CASE-ACTIVE
                           AND MASTER-EXPECTS-VALUE
                       PERFORM CHECK-ONE-CASE
                   END-IF
           END-READ.

       CHECK-ONE-CASE.
           SET CHECK-AGREES TO TRUE.
           MOVE ZERO TO INDEPENDENT-RESULT.

           EVALUATE MASTER-SUITE-NAME
               WHEN 'SQRT-TEST'
                   PERFORM COMPUTE-INDEPENDENT-SQRT
               WHEN 'CEILING-TEST'
                   PERFORM COMPUTE-INDEPENDENT-CEILING
               WHEN 'ROUND-TEST'
                   PERFORM COMPUTE-INDEPENDENT-ROUND
               WHEN 'MOD-TEST'
                   PERFORM COMPUTE-INDEPENDENT-MOD
               WHEN 'POWER-TEST'
                   PERFORM COMPUTE-INDEPENDENT-POWER
               WHEN OTHER
                   SET CHECK-NO-METHOD TO TRUE
           END-EVALUATE.

           IF CHECK-NO-METHOD
               ADD 1 TO UNCHECKED-COUNT
           ELSE
               ADD 1 TO CHECKED-COUNT
               PERFORM JUDGE-INDEPENDENT-RESULT
           END-IF.

      *    Rounded to the routines' three decimals, so a correct
      *    case keyed as 1.414 for the root of 2 agrees exactly.
       COMPUTE-INDEPENDENT-SQRT.
           IF MASTER-VALUE-1 < ZERO
               SET CHECK-OUTSIDE-DOMAIN TO TRUE
           ELSE
               COMPUTE INDEPENDENT-RESULT ROUNDED =
                   FUNCTION SQRT(MASTER-VALUE-1)
                   ON SIZE ERROR
                       SET CHECK-OUTSIDE-DOMAIN TO TRUE
               END-COMPUTE
           END-IF.

      *    FUNCTION INTEGER is the floor; the ceiling of x is the
      *    negated floor of -x, which handles negative inputs the
      *    way the CEILING cases expect (-4.2 gives -4).
       COMPUTE-INDEPENDENT-CEILING.
           COMPUTE INDEPENDENT-RESULT =
               0 - FUNCTION INTEGER(0 - MASTER-VALUE-1)
               ON SIZE ERROR
                   SET CHECK-OUTSIDE-DOMAIN TO TRUE
           END-COMPUTE.

      *    ROUNDED into a whole-number field rounds half away from
      *    zero, matching the ROUND cases (-4.5 gives -5).
       COMPUTE-INDEPENDENT-ROUND.
           COMPUTE WHOLE-RESULT ROUNDED = MASTER-VALUE-1
               ON SIZE ERROR
                   SET CHECK-OUTSIDE-DOMAIN TO TRUE
           END-COMPUTE.
           IF NOT CHECK-OUTSIDE-DOMAIN
               COMPUTE INDEPENDENT-RESULT = WHOLE-RESULT
                   ON SIZE ERROR
                       SET CHECK-OUTSIDE-DOMAIN TO TRUE
               END-COMPUTE
           END-IF.

      *    FUNCTION MOD takes the sign of the divisor (-7 MOD 3 is
      *    2), the convention the MOD cases are keyed in.
       COMPUTE-INDEPENDENT-MOD.
           IF MASTER-VALUE-2 = ZERO
               SET CHECK-OUTSIDE-DOMAIN TO TRUE
           ELSE
               COMPUTE INDEPENDENT-RESULT =
                   FUNCTION MOD(MASTER-VALUE-1, MASTER-VALUE-2)
                   ON SIZE ERROR
                       SET CHECK-OUTSIDE-DOMAIN TO TRUE
               END-COMPUTE
           END-IF.

      *    Zero to a negative power and results beyond the
      *    S9(6)V9(3) field both have no answer the routine could
      *    return as a value.
       COMPUTE-INDEPENDENT-POWER.
           IF MASTER-VALUE-1 = ZERO AND MASTER-VALUE-2 < ZERO
               SET CHECK-OUTSIDE-DOMAIN TO TRUE
           ELSE
               COMPUTE INDEPENDENT-RESULT ROUNDED =
                   MASTER-VALUE-1 ** MASTER-VALUE-2
                   ON SIZE ERROR
                       SET CHECK-OUTSIDE-DOMAIN TO TRUE
               END-COMPUTE
           END-IF.

       JUDGE-INDEPENDENT-RESULT.
           IF CHECK-OUTSIDE-DOMAIN
               ADD 1 TO DOMAIN-COUNT
               MOVE 'NO ANSWER - INPUT BAD' TO DETAIL-VERDICT
               MOVE 'NONE' TO DETAIL-INDEPENDENT
               MOVE SPACES TO DETAIL-DIFFERENCE
               PERFORM WRITE-CHECK-DETAIL
           ELSE
               COMPUTE RESULT-DIFFERENCE = FUNCTION ABS
                   (INDEPENDENT-RESULT - MASTER-EXPECTED)
               IF RESULT-DIFFERENCE > MASTER-TOLERANCE
                   SET CHECK-DISAGREES TO TRUE
                   ADD 1 TO SUSPECT-COUNT
                   MOVE 'SUSPECT EXPECTED VALUE' TO DETAIL-VERDICT
                   MOVE INDEPENDENT-RESULT TO VALUE-EDIT
                   MOVE VALUE-EDIT TO DETAIL-INDEPENDENT
                   MOVE RESULT-DIFFERENCE TO DIFFERENCE-EDIT
                   MOVE DIFFERENCE-EDIT TO DETAIL-DIFFERENCE
                   PERFORM WRITE-CHECK-DETAIL
                   PERFORM WRITE-CORRECTION-RECORD
               END-IF
           END-IF.

       WRITE-CHECK-DETAIL.
           MOVE MASTER-SUITE-NAME TO DETAIL-SUITE-NAME.
           MOVE MASTER-CASE-NAME TO DETAIL-CASE-NAME.
           MOVE MASTER-VALUE-1 TO VALUE-EDIT.
           MOVE VALUE-EDIT TO DETAIL-VALUE-1.
           MOVE MASTER-VALUE-2 TO VALUE-EDIT.
           MOVE VALUE-EDIT TO DETAIL-VALUE-2.
           MOVE MASTER-EXPECTED TO VALUE-EDIT.
           MOVE VALUE-EDIT TO DETAIL-EXPECTED.
           WRITE CHECK-REPORT-RECORD FROM CHECK-DETAIL-LINE.

      *    The change keeps the row's inputs and tolerance and
      *    replaces only the expected value.
       WRITE-CORRECTION-RECORD.
           MOVE 'C' TO CORR-ACTION.
           MOVE MASTER-SUITE-NAME TO CORR-SUITE-NAME.
           MOVE MASTER-CASE-NAME TO CORR-CASE-NAME.
           MOVE MASTER-VALUE-1 TO CORR-VALUE-1.
           MOVE MASTER-VALUE-2 TO CORR-VALUE-2.
           MOVE INDEPENDENT-RESULT TO CORR-EXPECTED.
           MOVE MASTER-TOLERANCE TO CORR-TOLERANCE.
           MOVE DECK-OPERATOR-ID TO CORR-OPERATOR-ID.
           MOVE 'N' TO CORR-OUTCOME-TYPE.
           MOVE SPACES TO CORR-ERROR-CODE.
           WRITE CORRECTION-RECORD.

       END PROGRAM EXPECT-CHECK.
