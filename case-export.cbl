       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-EXPORT.
      *    Export of our own cases to the maths vendor, in the same
      *    comma-delimited layout as the reference-case pack
      *    CASE-IMPORT reads (vendor-csv.cpy) - so a defect report
      *    can carry the exact cases that show it. The EXPSEL
      *    selection file names what to send, one line each: a
      *    suite with a blank case name sends every active case of
      *    that suite; a suite and case name sends that one case,
      *    active or not. Cases go to EXPCSV under the routine name
      *    the SUITEREG registry gives their suite, between the
      *    column heading line and a trailer carrying the number
      *    of cases written. A selection naming an unregistered
      *    suite or a case not on CASEMSTR is skipped and leaves
      *    the step with RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTION-FILE ASSIGN TO 'EXPSEL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELECTION-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT EXPORT-FILE ASSIGN TO 'EXPCSV'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SELECTION-FILE.
       01  SELECTION-RECORD.
           05  SEL-SUITE-NAME      PIC X(12).
           05  FILLER              PIC X(01).
           05  SEL-CASE-NAME       PIC X(30).
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD          PIC X(200).
       WORKING-STORAGE SECTION.
       01  SELECTION-STATUS PIC X(02).
       01  REGISTRY-STATUS PIC X(02).
       01  MASTER-STATUS   PIC X(02).
       01  SELECTION-EOF   PIC X(01) VALUE 'N'.
           88  NO-MORE-SELECTIONS     VALUE 'Y'.
       01  REGISTRY-EOF    PIC X(01) VALUE 'N'.
           88  NO-MORE-REGISTRY-ROWS  VALUE 'Y'.
       01  MASTER-EOF      PIC X(01).
           88  NO-MORE-SUITE-ROWS     VALUE 'Y'.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX.
               10  REGISTERED-SUITE-NAME  PIC X(12).
               10  REGISTERED-ROUTINE     PIC X(07).
           COPY 'vendor-csv.cpy'.
       01  EXPORT-ROUTINE  PIC X(07).
       01  EXPORT-LINE     PIC X(200).
       01  EDITED-NUMBER   PIC -(6)9.999.
       01  EXPORT-COUNT    PIC 9(07) VALUE ZERO.
       01  SKIPPED-COUNT   PIC 9(04) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SUITE-REGISTRY.

           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               DISPLAY 'CASE-EXPORT: CASEMSTR NOT AVAILABLE, STATUS='
                   MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SELECTION-FILE.
           IF SELECTION-STATUS NOT = '00'
               DISPLAY 'CASE-EXPORT: EXPSEL NOT AVAILABLE, STATUS='
                   SELECTION-STATUS
               CLOSE CASE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EXPORT-FILE.
           WRITE EXPORT-RECORD FROM VENDOR-CSV-HEADING.

           PERFORM READ-NEXT-SELECTION
               UNTIL NO-MORE-SELECTIONS.

           MOVE SPACES TO EXPORT-LINE.
           STRING VENDOR-CSV-TRAILER-TAG ',' EXPORT-COUNT
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING.
           WRITE EXPORT-RECORD FROM EXPORT-LINE.

           CLOSE EXPORT-FILE.
           CLOSE SELECTION-FILE.
           CLOSE CASE-MASTER-FILE.

           DISPLAY 'CASE-EXPORT: CASES EXPORTED ' EXPORT-COUNT
               ' SELECTIONS SKIPPED ' SKIPPED-COUNT.

           IF SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-SUITE-REGISTRY.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-REGISTRY-ROWS
               CLOSE SUITE-REGISTRY-FILE
           END-IF.
           IF REGISTRY-COUNT = ZERO
               DISPLAY 'CASE-EXPORT: SUITEREG MISSING OR EMPTY, '
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

       READ-NEXT-SELECTION.
           READ SELECTION-FILE
               AT END
                   SET NO-MORE-SELECTIONS TO TRUE
               NOT AT END
                   IF SELECTION-RECORD NOT = SPACES
                       PERFORM APPLY-SELECTION
                   END-IF
           END-READ.

       APPLY-SELECTION.
           MOVE SPACES TO EXPORT-ROUTINE.
           SET REGISTRY-IDX TO 1.
           SEARCH REGISTRY-ENTRY
               AT END
                   CONTINUE
               WHEN REGISTRY-IDX > REGISTRY-COUNT
                   CONTINUE
               WHEN REGISTERED-SUITE-NAME(REGISTRY-IDX)
                       = SEL-SUITE-NAME
                   MOVE REGISTERED-ROUTINE(REGISTRY-IDX)
                       TO EXPORT-ROUTINE
           END-SEARCH.
           IF EXPORT-ROUTINE = SPACES
               ADD 1 TO SKIPPED-COUNT
               DISPLAY 'CASE-EXPORT: SUITE NOT REGISTERED - '
                   SEL-SUITE-NAME
           ELSE
               IF SEL-CASE-NAME = SPACES
                   PERFORM EXPORT-WHOLE-SUITE
               ELSE
                   PERFORM EXPORT-NAMED-CASE
               END-IF
           END-IF.

       EXPORT-NAMED-CASE.
           MOVE SEL-SUITE-NAME TO MASTER-SUITE-NAME.
           MOVE SEL-CASE-NAME TO MASTER-CASE-NAME.
           READ CASE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY 'CASE-EXPORT: CASE NOT ON MASTER - '
                       SEL-SUITE-NAME ' ' SEL-CASE-NAME
               NOT INVALID KEY
                   PERFORM WRITE-EXPORT-CASE
           END-READ.

      *    A deactivated case is one we no longer stand behind, so
      *    a whole-suite export leaves it out; it can still be sent
      *    by naming it.
       EXPORT-WHOLE-SUITE.
           MOVE 'N' TO MASTER-EOF.
           MOVE SEL-SUITE-NAME TO MASTER-SUITE-NAME.
           MOVE LOW-VALUES TO MASTER-CASE-NAME.
           START CASE-MASTER-FILE KEY NOT LESS THAN MASTER-KEY
               INVALID KEY
                   SET NO-MORE-SUITE-ROWS TO TRUE
           END-START.
           PERFORM READ-NEXT-SUITE-ROW
               UNTIL NO-MORE-SUITE-ROWS.

       READ-NEXT-SUITE-ROW.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SUITE-ROWS TO TRUE
               NOT AT END
                   IF MASTER-SUITE-NAME NOT = SEL-SUITE-NAME
                       SET NO-MORE-SUITE-ROWS TO TRUE
                   ELSE
                       IF MASTER-CASE-ACTIVE
                           PERFORM WRITE-EXPORT-CASE
                       END-IF
                   END-IF
           END-READ.

       WRITE-EXPORT-CASE.
           MOVE SPACES TO VENDOR-CSV-FIELDS.
           MOVE EXPORT-ROUTINE TO VCSV-ROUTINE.
           MOVE MASTER-CASE-NAME TO VCSV-CASE-NAME.
           MOVE MASTER-VALUE-1 TO EDITED-NUMBER.
           MOVE FUNCTION TRIM(EDITED-NUMBER) TO VCSV-VALUE-1-TEXT.
           MOVE MASTER-VALUE-2 TO EDITED-NUMBER.
           MOVE FUNCTION TRIM(EDITED-NUMBER) TO VCSV-VALUE-2-TEXT.
           MOVE MASTER-EXPECTED TO EDITED-NUMBER.
           MOVE FUNCTION TRIM(EDITED-NUMBER) TO VCSV-EXPECTED-TEXT.
           MOVE MASTER-TOLERANCE TO EDITED-NUMBER.
           MOVE FUNCTION TRIM(EDITED-NUMBER) TO VCSV-TOLERANCE-TEXT.
           IF MASTER-EXPECTS-ERROR
               MOVE 'E' TO VCSV-OUTCOME-TYPE
               MOVE MASTER-ERROR-CODE TO VCSV-ERROR-CODE
           ELSE
               MOVE 'N' TO VCSV-OUTCOME-TYPE
           END-IF.

           MOVE SPACES TO EXPORT-LINE.
           STRING VCSV-ROUTINE DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(VCSV-CASE-NAME) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               VCSV-VALUE-1-TEXT DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               VCSV-VALUE-2-TEXT DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               VCSV-EXPECTED-TEXT DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               VCSV-TOLERANCE-TEXT DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               VCSV-OUTCOME-TYPE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               VCSV-ERROR-CODE DELIMITED BY SPACE
               INTO EXPORT-LINE
           END-STRING.
           WRITE EXPORT-RECORD FROM EXPORT-LINE.
           ADD 1 TO EXPORT-COUNT.

       END PROGRAM CASE-EXPORT.
