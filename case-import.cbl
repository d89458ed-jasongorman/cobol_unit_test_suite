       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-IMPORT.
      *    Import of the maths vendor's reference-case pack. Reads
      *    the comma-delimited VENDCSV pack (layout in
      *    vendor-csv.cpy), maps each case's routine to our suite
      *    through the SUITEREG registry, and checks every number
      *    fits the S9(6)V9(3) fields CASEMSTR holds. Each valid
      *    case is then held against the case master and sorted
      *    into one of three: NEW (no case of that suite has those
      *    inputs), IDENTICAL (one has, and expects the same
      *    outcome) or CONFLICTING (one has, but expects something
      *    else - or the vendor's case name is already ours for
      *    different inputs). NEW cases become 'A' transactions on
      *    the IMPTRAN deck, in the CASETRAN layout and stamped
      *    with the operator ID in the PARM; the deck goes through
      *    CASE-MAINT's verify run and the usual four-eyes approval
      *    like any hand-typed deck, so nothing reaches the master
      *    unreviewed. Every case, with its classification and the
      *    values on both sides, is listed on the IMPRPT
      *    reconciliation report for the conflicts to be settled
      *    with the vendor. Conflicts or invalid cases leave the
      *    step with RETURN-CODE 4; a pack with no trailer, or
      *    whose trailer count does not match the cases read, is
      *    incomplete and ends with 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-PACK-FILE ASSIGN TO 'VENDCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACK-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT IMPORT-TRAN-FILE ASSIGN TO 'IMPTRAN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPORT-REPORT-FILE ASSIGN TO 'IMPRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-PACK-FILE.
       01  VENDOR-PACK-LINE       PIC X(200).
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
      *    Same layout as the CASETRAN transaction CASE-MAINT reads.
       FD  IMPORT-TRAN-FILE.
       01  IMPORT-TRAN-RECORD.
           05  ITRAN-ACTION            PIC X(01).
           05  ITRAN-SUITE-NAME        PIC X(12).
           05  ITRAN-CASE-NAME         PIC X(30).
           05  ITRAN-VALUE-1           PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  ITRAN-VALUE-2           PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  ITRAN-EXPECTED          PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  ITRAN-TOLERANCE         PIC S9(6)V9(3)
                                           SIGN IS LEADING SEPARATE.
           05  ITRAN-OPERATOR-ID       PIC X(08).
           05  ITRAN-OUTCOME-TYPE      PIC X(01).
           05  ITRAN-ERROR-CODE        PIC X(04).
       FD  IMPORT-REPORT-FILE.
       01  IMPORT-REPORT-RECORD   PIC X(150).
       WORKING-STORAGE SECTION.
       01  PACK-STATUS     PIC X(02).
       01  REGISTRY-STATUS PIC X(02).
       01  MASTER-STATUS   PIC X(02).
       01  PACK-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-PACK-LINES     VALUE 'Y'.
       01  REGISTRY-EOF    PIC X(01) VALUE 'N'.
           88  NO-MORE-REGISTRY-ROWS  VALUE 'Y'.
       01  MASTER-EOF      PIC X(01).
           88  NO-MORE-SUITE-ROWS     VALUE 'Y'.
      *    The registered suites and the routine each one tests;
      *    the vendor names cases by routine.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX.
               10  REGISTERED-SUITE-NAME  PIC X(12).
               10  REGISTERED-ROUTINE     PIC X(07).
           COPY 'vendor-csv.cpy'.
       01  IMPORT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
      *    The vendor case as it would stand on the master.
       01  VENDOR-SUITE-NAME  PIC X(12).
       01  VENDOR-VALUE-1     PIC S9(6)V9(3).
       01  VENDOR-VALUE-2     PIC S9(6)V9(3).
       01  VENDOR-EXPECTED    PIC S9(6)V9(3).
       01  VENDOR-TOLERANCE   PIC S9(6)V9(3).
       01  REJECT-REASON      PIC X(30).
       01  CASE-CLASS         PIC X(12).
       01  MATCH-FOUND        PIC X(01).
           88  INPUTS-ON-MASTER       VALUE 'Y'.
       01  MASTER-OUTCOME     PIC X(01).
      *    Number check work areas: one field of the pack at a time.
       01  NUMBER-TEXT        PIC X(15).
       01  NUMBER-LENGTH      PIC 9(04).
       01  NUMBER-SUB         PIC 9(04).
       01  NUMBER-CHAR        PIC X(01).
       01  DIGIT-COUNT        PIC 9(04).
       01  INTEGER-DIGITS     PIC 9(04).
       01  DECIMAL-DIGITS     PIC 9(04).
       01  POINT-FLAG         PIC X(01).
           88  POINT-SEEN             VALUE 'Y'.
       01  NUMBER-FLAG        PIC X(01).
           88  NUMBER-TEXT-VALID      VALUE 'Y'.
       01  NUMBER-VALUE       PIC S9(6)V9(3).
      *    The pack line reversed, for the length of the line
      *    without its trailing spaces - so the last field's count
      *    is its own and not the rest of the record.
       01  REVERSED-PACK-LINE PIC X(200).
       01  PACK-LINE-TRAILING PIC 9(04).
       01  PACK-LINE-LENGTH   PIC 9(04).
       01  TRAILER-FLAG       PIC X(01) VALUE 'N'.
           88  TRAILER-SEEN           VALUE 'Y'.
       01  TRAILER-COUNT      PIC 9(07) VALUE ZERO.
       01  DETAIL-COUNT       PIC 9(07) VALUE ZERO.
       01  NEW-COUNT          PIC 9(05) VALUE ZERO.
       01  IDENTICAL-COUNT    PIC 9(05) VALUE ZERO.
       01  CONFLICT-COUNT     PIC 9(05) VALUE ZERO.
       01  INVALID-COUNT      PIC 9(05) VALUE ZERO.
       01  IMPORT-HEADING-LINE.
           05  FILLER              PIC X(13) VALUE 'CLASS'.
           05  FILLER              PIC X(13) VALUE 'SUITE'.
           05  FILLER              PIC X(31) VALUE 'VENDOR CASE'.
           05  FILLER              PIC X(31) VALUE 'MASTER CASE'.
           05  FILLER              PIC X(12) VALUE 'VENDOR EXP'.
           05  FILLER              PIC X(12) VALUE 'MASTER EXP'.
           05  FILLER              PIC X(06) VALUE 'REASON'.
       01  IMPORT-DETAIL-LINE.
           05  DETAIL-CLASS        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-SUITE-NAME   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-VENDOR-CASE  PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-MASTER-CASE  PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-VENDOR-EXP   PIC -(6)9.999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-MASTER-EXP   PIC -(6)9.999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-REASON       PIC X(30).
       01  IMPORT-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE 'CASES READ: '.
           05  TOTAL-READ          PIC Z(6)9.
           05  FILLER              PIC X(07) VALUE '  NEW: '.
           05  TOTAL-NEW           PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE '  IDENTICAL: '.
           05  TOTAL-IDENTICAL     PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE
               '  CONFLICTING: '.
           05  TOTAL-CONFLICT      PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE '  INVALID: '.
           05  TOTAL-INVALID       PIC ZZZZ9.
       01  IMPORT-TRAILER-LINE    PIC X(60).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(08).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 8
               MOVE 8 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   TO IMPORT-OPERATOR-ID
           END-IF.
           IF IMPORT-OPERATOR-ID = SPACES
               DISPLAY 'CASE-IMPORT: PARM MUST NAME THE OPERATOR '
                   'FOR THE ADD TRANSACTIONS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SUITE-REGISTRY.

           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'CASE-IMPORT: CASEMSTR NOT AVAILABLE, STATUS='
                   MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT VENDOR-PACK-FILE.
           IF PACK-STATUS NOT = '00'
               DISPLAY 'CASE-IMPORT: VENDCSV NOT AVAILABLE, STATUS='
                   PACK-STATUS
               CLOSE CASE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT IMPORT-TRAN-FILE.
           OPEN OUTPUT IMPORT-REPORT-FILE.
           WRITE IMPORT-REPORT-RECORD FROM IMPORT-HEADING-LINE.

           PERFORM READ-NEXT-PACK-LINE
               UNTIL NO-MORE-PACK-LINES.

           MOVE DETAIL-COUNT TO TOTAL-READ.
           MOVE NEW-COUNT TO TOTAL-NEW.
           MOVE IDENTICAL-COUNT TO TOTAL-IDENTICAL.
           MOVE CONFLICT-COUNT TO TOTAL-CONFLICT.
           MOVE INVALID-COUNT TO TOTAL-INVALID.
           WRITE IMPORT-REPORT-RECORD FROM IMPORT-TOTAL-LINE.

           PERFORM CHECK-PACK-TRAILER.

           CLOSE VENDOR-PACK-FILE.
           CLOSE CASE-MASTER-FILE.
           CLOSE IMPORT-TRAN-FILE.
           CLOSE IMPORT-REPORT-FILE.

           DISPLAY 'CASE-IMPORT: READ ' DETAIL-COUNT
               ' NEW ' NEW-COUNT
               ' IDENTICAL ' IDENTICAL-COUNT
               ' CONFLICTING ' CONFLICT-COUNT
               ' INVALID ' INVALID-COUNT.

           IF (CONFLICT-COUNT > ZERO OR INVALID-COUNT > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    Without the registry no vendor routine can be mapped to
      *    a suite, so the import stops outright.
       LOAD-SUITE-REGISTRY.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-REGISTRY-ROWS
               CLOSE SUITE-REGISTRY-FILE
           END-IF.
           IF REGISTRY-COUNT = ZERO
               DISPLAY 'CASE-IMPORT: SUITEREG MISSING OR EMPTY, '
                   'STATUS=' REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-NEXT-REGISTRY-ROW.
           READ SUITE-REGISTRY-FILE
               AT END
                   SET NO-MORE-REGISTRY-ROWS TO TRUE
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

       READ-NEXT-PACK-LINE.
           READ VENDOR-PACK-FILE
               AT END
                   SET NO-MORE-PACK-LINES TO TRUE
               NOT AT END
                   IF VENDOR-PACK-LINE NOT = SPACES
                       PERFORM SPLIT-PACK-LINE
                       PERFORM APPLY-PACK-LINE
                   END-IF
           END-READ.

       SPLIT-PACK-LINE.
           MOVE SPACES TO VENDOR-CSV-FIELDS.
           MOVE ZERO TO VCSV-ROUTINE-LENGTH VCSV-CASE-LENGTH
               VCSV-VALUE-1-LENGTH VCSV-VALUE-2-LENGTH
               VCSV-EXPECTED-LENGTH VCSV-TOLERANCE-LENGTH
               VCSV-OUTCOME-LENGTH VCSV-ERROR-CODE-LENGTH
               VCSV-FIELD-COUNT.
           MOVE FUNCTION REVERSE(VENDOR-PACK-LINE)
               TO REVERSED-PACK-LINE.
           MOVE ZERO TO PACK-LINE-TRAILING.
           INSPECT REVERSED-PACK-LINE TALLYING PACK-LINE-TRAILING
               FOR LEADING SPACES.
           COMPUTE PACK-LINE-LENGTH = 200 - PACK-LINE-TRAILING.
           UNSTRING VENDOR-PACK-LINE(1:PACK-LINE-LENGTH)
               DELIMITED BY ','
               INTO VCSV-ROUTINE COUNT IN VCSV-ROUTINE-LENGTH
                    VCSV-CASE-NAME COUNT IN VCSV-CASE-LENGTH
                    VCSV-VALUE-1-TEXT COUNT IN VCSV-VALUE-1-LENGTH
                    VCSV-VALUE-2-TEXT COUNT IN VCSV-VALUE-2-LENGTH
                    VCSV-EXPECTED-TEXT COUNT IN VCSV-EXPECTED-LENGTH
                    VCSV-TOLERANCE-TEXT
                        COUNT IN VCSV-TOLERANCE-LENGTH
                    VCSV-OUTCOME-TYPE COUNT IN VCSV-OUTCOME-LENGTH
                    VCSV-ERROR-CODE COUNT IN VCSV-ERROR-CODE-LENGTH
               TALLYING IN VCSV-FIELD-COUNT
           END-UNSTRING.

      *    The heading line is skipped; the trailer carries the
      *    vendor's count of case lines; anything else is a case.
       APPLY-PACK-LINE.
           EVALUATE TRUE
               WHEN VCSV-ROUTINE = 'ROUTINE'
                   CONTINUE
               WHEN VCSV-ROUTINE = VENDOR-CSV-TRAILER-TAG
                   PERFORM NOTE-PACK-TRAILER
               WHEN OTHER
                   ADD 1 TO DETAIL-COUNT
                   PERFORM VALIDATE-VENDOR-CASE
                   IF REJECT-REASON NOT = SPACES
                       MOVE 'INVALID' TO CASE-CLASS
                       ADD 1 TO INVALID-COUNT
                       MOVE ZERO TO VENDOR-EXPECTED
                       MOVE SPACES TO MASTER-CASE-NAME
                       MOVE ZERO TO MASTER-EXPECTED
                       PERFORM WRITE-IMPORT-DETAIL
                   ELSE
                       PERFORM COMPARE-WITH-MASTER
                   END-IF
           END-EVALUATE.

       NOTE-PACK-TRAILER.
           SET TRAILER-SEEN TO TRUE.
           MOVE VCSV-CASE-NAME TO NUMBER-TEXT.
           MOVE VCSV-CASE-LENGTH TO NUMBER-LENGTH.
           PERFORM VALIDATE-NUMBER-TEXT.
           IF NUMBER-TEXT-VALID AND NUMBER-VALUE NOT < ZERO
               MOVE NUMBER-VALUE TO TRAILER-COUNT
           ELSE
               MOVE 9999999 TO TRAILER-COUNT
           END-IF.

      *    Each check runs only while the case is still clean, so
      *    the report gives the first thing wrong with it - the
      *    same reasons CASE-MAINT itself would give where they
      *    overlap.
       VALIDATE-VENDOR-CASE.
           MOVE SPACES TO REJECT-REASON.
           PERFORM MAP-VENDOR-ROUTINE.
           IF REJECT-REASON = SPACES
               IF VCSV-CASE-NAME = SPACES OR VCSV-CASE-LENGTH > 30
                   MOVE 'CASE NAME BLANK OR TOO LONG'
                       TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON = SPACES
               PERFORM VALIDATE-VENDOR-OUTCOME
           END-IF.
           IF REJECT-REASON = SPACES
               PERFORM VALIDATE-VENDOR-VALUES
           END-IF.

       MAP-VENDOR-ROUTINE.
           MOVE SPACES TO VENDOR-SUITE-NAME.
           IF VCSV-ROUTINE-LENGTH NOT > 7
               SET REGISTRY-IDX TO 1
               SEARCH REGISTRY-ENTRY
                   AT END
                       CONTINUE
                   WHEN REGISTRY-IDX > REGISTRY-COUNT
                       CONTINUE
                   WHEN REGISTERED-ROUTINE(REGISTRY-IDX)
                           = VCSV-ROUTINE
                       MOVE REGISTERED-SUITE-NAME(REGISTRY-IDX)
                           TO VENDOR-SUITE-NAME
               END-SEARCH
           END-IF.
           IF VENDOR-SUITE-NAME = SPACES
               MOVE 'UNKNOWN ROUTINE' TO REJECT-REASON
           END-IF.

       VALIDATE-VENDOR-OUTCOME.
           IF VCSV-OUTCOME-TYPE = SPACE
               MOVE 'N' TO VCSV-OUTCOME-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN VCSV-OUTCOME-LENGTH > 1
                   MOVE 'INVALID OUTCOME TYPE' TO REJECT-REASON
               WHEN VCSV-OUTCOME-TYPE NOT = 'N' AND NOT = 'E'
                   MOVE 'INVALID OUTCOME TYPE' TO REJECT-REASON
               WHEN VCSV-OUTCOME-TYPE = 'E'
                       AND VCSV-ERROR-CODE = SPACES
                   MOVE 'ERROR CODE MISSING' TO REJECT-REASON
               WHEN VCSV-ERROR-CODE-LENGTH > 4
                   MOVE 'ERROR CODE TOO LONG' TO REJECT-REASON
           END-EVALUATE.

      *    The first input is always required; a missing second
      *    input or tolerance is zero, as on a single-input suite's
      *    rows; the expected value may be omitted only where the
      *    case expects the input to be rejected.
       VALIDATE-VENDOR-VALUES.
           MOVE VCSV-VALUE-1-TEXT TO NUMBER-TEXT.
           MOVE VCSV-VALUE-1-LENGTH TO NUMBER-LENGTH.
           PERFORM VALIDATE-NUMBER-TEXT.
           IF NUMBER-TEXT-VALID
               MOVE NUMBER-VALUE TO VENDOR-VALUE-1
           ELSE
               MOVE 'INPUT1 NOT S9(6)V9(3)' TO REJECT-REASON
           END-IF.

           MOVE ZERO TO VENDOR-VALUE-2.
           IF REJECT-REASON = SPACES AND VCSV-VALUE-2-LENGTH > 0
               MOVE VCSV-VALUE-2-TEXT TO NUMBER-TEXT
               MOVE VCSV-VALUE-2-LENGTH TO NUMBER-LENGTH
               PERFORM VALIDATE-NUMBER-TEXT
               IF NUMBER-TEXT-VALID
                   MOVE NUMBER-VALUE TO VENDOR-VALUE-2
               ELSE
                   MOVE 'INPUT2 NOT S9(6)V9(3)' TO REJECT-REASON
               END-IF
           END-IF.

           MOVE ZERO TO VENDOR-EXPECTED.
           IF REJECT-REASON = SPACES
               IF VCSV-EXPECTED-LENGTH > 0
                   MOVE VCSV-EXPECTED-TEXT TO NUMBER-TEXT
                   MOVE VCSV-EXPECTED-LENGTH TO NUMBER-LENGTH
                   PERFORM VALIDATE-NUMBER-TEXT
                   IF NUMBER-TEXT-VALID
                       MOVE NUMBER-VALUE TO VENDOR-EXPECTED
                   ELSE
                       MOVE 'EXPECTED NOT S9(6)V9(3)'
                           TO REJECT-REASON
                   END-IF
               ELSE
                   IF VCSV-OUTCOME-TYPE NOT = 'E'
                       MOVE 'EXPECTED VALUE MISSING'
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO VENDOR-TOLERANCE.
           IF REJECT-REASON = SPACES AND VCSV-TOLERANCE-LENGTH > 0
               MOVE VCSV-TOLERANCE-TEXT TO NUMBER-TEXT
               MOVE VCSV-TOLERANCE-LENGTH TO NUMBER-LENGTH
               PERFORM VALIDATE-NUMBER-TEXT
               IF NUMBER-TEXT-VALID AND NUMBER-VALUE NOT < ZERO
                   MOVE NUMBER-VALUE TO VENDOR-TOLERANCE
               ELSE
                   MOVE 'TOLERANCE NOT 9(6)V9(3)' TO REJECT-REASON
               END-IF
           END-IF.

      *    A plain decimal: optional leading sign, digits, at most
      *    one point; no more than six significant whole digits
      *    and three places, so it fits S9(6)V9(3) exactly.
       VALIDATE-NUMBER-TEXT.
           MOVE 'Y' TO NUMBER-FLAG.
           MOVE 'N' TO POINT-FLAG.
           MOVE ZERO TO DIGIT-COUNT INTEGER-DIGITS DECIMAL-DIGITS.
           MOVE ZERO TO NUMBER-VALUE.
           IF NUMBER-LENGTH = ZERO OR NUMBER-LENGTH > 15
               MOVE 'N' TO NUMBER-FLAG
           ELSE
               PERFORM CHECK-NUMBER-CHAR
                   VARYING NUMBER-SUB FROM 1 BY 1
                   UNTIL NUMBER-SUB > NUMBER-LENGTH
                       OR NOT NUMBER-TEXT-VALID
           END-IF.
           IF DIGIT-COUNT = ZERO OR INTEGER-DIGITS > 6
                   OR DECIMAL-DIGITS > 3
               MOVE 'N' TO NUMBER-FLAG
           END-IF.
           IF NUMBER-TEXT-VALID
               COMPUTE NUMBER-VALUE =
                   FUNCTION NUMVAL(NUMBER-TEXT(1:NUMBER-LENGTH))
           END-IF.

       CHECK-NUMBER-CHAR.
           MOVE NUMBER-TEXT(NUMBER-SUB:1) TO NUMBER-CHAR.
           EVALUATE TRUE
               WHEN NUMBER-CHAR IS NUMERIC
                   ADD 1 TO DIGIT-COUNT
                   IF POINT-SEEN
                       ADD 1 TO DECIMAL-DIGITS
                   ELSE
                       IF INTEGER-DIGITS > ZERO OR NUMBER-CHAR NOT = '0'
                           ADD 1 TO INTEGER-DIGITS
                       END-IF
                   END-IF
               WHEN NUMBER-CHAR = '.' AND NOT POINT-SEEN
                   SET POINT-SEEN TO TRUE
               WHEN (NUMBER-CHAR = '+' OR '-') AND NUMBER-SUB = 1
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO NUMBER-FLAG
           END-EVALUATE.

      *    The vendor's case name is tried first; if it is not ours,
      *    the suite's rows are searched for a case with the same
      *    inputs under another name.
       COMPARE-WITH-MASTER.
           MOVE VENDOR-SUITE-NAME TO MASTER-SUITE-NAME.
           MOVE VCSV-CASE-NAME TO MASTER-CASE-NAME.
           READ CASE-MASTER-FILE
               INVALID KEY
                   PERFORM FIND-MASTER-BY-INPUTS
               NOT INVALID KEY
                   IF MASTER-VALUE-1 = VENDOR-VALUE-1
                           AND MASTER-VALUE-2 = VENDOR-VALUE-2
                       PERFORM JUDGE-EXPECTATION
                   ELSE
                       MOVE 'CONFLICTING' TO CASE-CLASS
                       MOVE 'NAME IN USE, INPUTS DIFFER'
                           TO REJECT-REASON
                       ADD 1 TO CONFLICT-COUNT
                       PERFORM WRITE-IMPORT-DETAIL
                   END-IF
           END-READ.

       FIND-MASTER-BY-INPUTS.
           MOVE 'N' TO MATCH-FOUND.
           MOVE 'N' TO MASTER-EOF.
           MOVE VENDOR-SUITE-NAME TO MASTER-SUITE-NAME.
           MOVE LOW-VALUES TO MASTER-CASE-NAME.
           START CASE-MASTER-FILE KEY NOT LESS THAN MASTER-KEY
               INVALID KEY
                   SET NO-MORE-SUITE-ROWS TO TRUE
           END-START.
           PERFORM READ-NEXT-SUITE-ROW
               UNTIL NO-MORE-SUITE-ROWS OR INPUTS-ON-MASTER.
           IF INPUTS-ON-MASTER
               PERFORM JUDGE-EXPECTATION
           ELSE
               MOVE 'NEW' TO CASE-CLASS
               MOVE SPACES TO MASTER-CASE-NAME
               MOVE ZERO TO MASTER-EXPECTED
               ADD 1 TO NEW-COUNT
               PERFORM WRITE-ADD-TRANSACTION
               PERFORM WRITE-IMPORT-DETAIL
           END-IF.

       READ-NEXT-SUITE-ROW.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SUITE-ROWS TO TRUE
               NOT AT END
                   IF MASTER-SUITE-NAME NOT = VENDOR-SUITE-NAME
                       SET NO-MORE-SUITE-ROWS TO TRUE
                   ELSE
                       IF MASTER-VALUE-1 = VENDOR-VALUE-1
                               AND MASTER-VALUE-2 = VENDOR-VALUE-2
                           SET INPUTS-ON-MASTER TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Same inputs: the same outcome is IDENTICAL (a different
      *    tolerance is noted but does not make a conflict); a
      *    different expected value, or a different rejection, is
      *    CONFLICTING.
       JUDGE-EXPECTATION.
           IF MASTER-EXPECTS-ERROR
               MOVE 'E' TO MASTER-OUTCOME
           ELSE
               MOVE 'N' TO MASTER-OUTCOME
           END-IF.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRUE
               WHEN MASTER-OUTCOME NOT = VCSV-OUTCOME-TYPE
                   MOVE 'OUTCOME TYPE DIFFERS' TO REJECT-REASON
               WHEN MASTER-OUTCOME = 'E'
                       AND MASTER-ERROR-CODE NOT = VCSV-ERROR-CODE
                   MOVE 'ERROR CODE DIFFERS' TO REJECT-REASON
               WHEN MASTER-OUTCOME = 'N'
                       AND MASTER-EXPECTED NOT = VENDOR-EXPECTED
                   MOVE 'EXPECTED VALUE DIFFERS' TO REJECT-REASON
           END-EVALUATE.
           IF REJECT-REASON = SPACES
               MOVE 'IDENTICAL' TO CASE-CLASS
               ADD 1 TO IDENTICAL-COUNT
               IF MASTER-TOLERANCE NOT = VENDOR-TOLERANCE
                   MOVE 'TOLERANCE DIFFERS' TO REJECT-REASON
               END-IF
           ELSE
               MOVE 'CONFLICTING' TO CASE-CLASS
               ADD 1 TO CONFLICT-COUNT
           END-IF.
           PERFORM WRITE-IMPORT-DETAIL.

       WRITE-ADD-TRANSACTION.
           MOVE 'A' TO ITRAN-ACTION.
           MOVE VENDOR-SUITE-NAME TO ITRAN-SUITE-NAME.
           MOVE VCSV-CASE-NAME TO ITRAN-CASE-NAME.
           MOVE VENDOR-VALUE-1 TO ITRAN-VALUE-1.
           MOVE VENDOR-VALUE-2 TO ITRAN-VALUE-2.
           MOVE VENDOR-EXPECTED TO ITRAN-EXPECTED.
           MOVE VENDOR-TOLERANCE TO ITRAN-TOLERANCE.
           MOVE IMPORT-OPERATOR-ID TO ITRAN-OPERATOR-ID.
           MOVE VCSV-OUTCOME-TYPE TO ITRAN-OUTCOME-TYPE.
           MOVE VCSV-ERROR-CODE TO ITRAN-ERROR-CODE.
           WRITE IMPORT-TRAN-RECORD.

       WRITE-IMPORT-DETAIL.
           MOVE CASE-CLASS TO DETAIL-CLASS.
           MOVE VENDOR-SUITE-NAME TO DETAIL-SUITE-NAME.
           MOVE VCSV-CASE-NAME TO DETAIL-VENDOR-CASE.
           MOVE MASTER-CASE-NAME TO DETAIL-MASTER-CASE.
           MOVE VENDOR-EXPECTED TO DETAIL-VENDOR-EXP.
           MOVE MASTER-EXPECTED TO DETAIL-MASTER-EXP.
           MOVE REJECT-REASON TO DETAIL-REASON.
           WRITE IMPORT-REPORT-RECORD FROM IMPORT-DETAIL-LINE.

      *    The trailer is the only proof the pack arrived whole; a
      *    count that disagrees means cases were lost in transit,
      *    and the deck must not be applied as it stands.
       CHECK-PACK-TRAILER.
           MOVE SPACES TO IMPORT-TRAILER-LINE.
           IF NOT TRAILER-SEEN
               MOVE 'NO TRAILER - PACK MAY BE INCOMPLETE'
                   TO IMPORT-TRAILER-LINE
               DISPLAY 'CASE-IMPORT: ' IMPORT-TRAILER-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TRAILER-COUNT NOT = DETAIL-COUNT
                   STRING 'TRAILER COUNT ' TRAILER-COUNT
                       ' DOES NOT MATCH CASES READ ' DETAIL-COUNT
                       DELIMITED BY SIZE INTO IMPORT-TRAILER-LINE
                   END-STRING
                   DISPLAY 'CASE-IMPORT: ' IMPORT-TRAILER-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'TRAILER COUNT AGREES' TO IMPORT-TRAILER-LINE
               END-IF
           END-IF.
           WRITE IMPORT-REPORT-RECORD FROM IMPORT-TRAILER-LINE.

       END PROGRAM CASE-IMPORT.
