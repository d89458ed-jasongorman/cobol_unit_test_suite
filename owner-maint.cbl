       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-MAINT.
      *    Batch maintenance for the OWNERREG case ownership
      *    register, run the way BUILD-MAINT maintains the build
      *    register. Applies the add/change/delete transactions in
      *    OWNRTRAN - each carrying the suite, the case name (blank
      *    for a row that owns the whole suite), the owning team,
      *    the DD name of the team's notification feed and the
      *    operator making the change - and appends one line per
      *    transaction, applied or rejected with the reason, to the
      *    OWNRAUDT audit log. The suite must be on the SUITEREG
      *    registry, so ownership can never be recorded for a
      *    suite the nightly run does not execute. Any rejected
      *    transaction leaves the step with RETURN-CODE 4 so the
      *    scheduler flags the run for review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'OWNRTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
           SELECT OWNER-REG-FILE ASSIGN TO 'OWNERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWNR-KEY
               FILE STATUS IS OWNR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'OWNRAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      *    One register transaction per line. For 'A' (add) and 'C'
      *    (change, moving the row to another team or feed) all
      *    fields apply; for 'D' (delete) only the key and operator
      *    are used.
       01  TRANSACTION-RECORD.
           05  OTRAN-ACTION            PIC X(01).
               88  OTRAN-ADD               VALUE 'A'.
               88  OTRAN-CHANGE            VALUE 'C'.
               88  OTRAN-DELETE            VALUE 'D'.
               88  OTRAN-VALID-ACTION      VALUE 'A' 'C' 'D'.
           05  OTRAN-SUITE-NAME        PIC X(12).
           05  OTRAN-CASE-NAME         PIC X(30).
           05  OTRAN-TEAM-NAME         PIC X(12).
           05  OTRAN-FEED-DDNAME       PIC X(08).
           05  OTRAN-OPERATOR-ID       PIC X(08).
       FD  OWNER-REG-FILE.
           COPY 'owner-register.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(120).
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       WORKING-STORAGE SECTION.
       01  TRAN-STATUS     PIC X(02).
       01  OWNR-STATUS     PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
      *    The suite names a transaction may address.
       01  REGISTRY-STATUS PIC X(02).
       01  REGISTRY-EOF    PIC X(01) VALUE 'N'.
           88  NO-MORE-REGISTRY-ROWS  VALUE 'Y'.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  SUITE-NAME-TABLE.
           05  REGISTERED-SUITE OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX PIC X(12).
       01  SUITE-FOUND     PIC X(01).
           88  TRAN-VALID-SUITE       VALUE 'Y'.
       01  TRAN-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-TRANSACTIONS   VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  APPLIED-COUNT   PIC 9(04) VALUE ZERO.
       01  REJECTED-COUNT  PIC 9(04) VALUE ZERO.
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-ACTION        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-SUITE-NAME    PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CASE-NAME     PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-TEAM-NAME     PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-FEED-DDNAME   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERATOR-ID   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-RESULT        PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-SUITE-REGISTRY.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           PERFORM OPEN-OWNER-REGISTER.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS = '00'
               PERFORM READ-NEXT-TRANSACTION
                   UNTIL NO-MORE-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY 'OWNER-MAINT: OWNRTRAN NOT AVAILABLE, STATUS='
                   TRAN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE OWNER-REG-FILE.
           CLOSE AUDIT-LOG-FILE.

           DISPLAY 'OWNER-MAINT: APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT.

           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    Without the registry no suite can be validated, so the
      *    maintenance run stops rather than reject (or accept)
      *    every transaction blind.
       LOAD-SUITE-REGISTRY.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-REGISTRY-ROWS
               CLOSE SUITE-REGISTRY-FILE
           END-IF.
           IF REGISTRY-COUNT = ZERO
               DISPLAY 'OWNER-MAINT: SUITEREG MISSING OR EMPTY, '
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
                           REGISTERED-SUITE(REGISTRY-IDX)
                   END-IF
           END-READ.

      *    The register is opened I-O for maintenance; a brand new
      *    register (status 35) is created empty first, so the
      *    initial load is just a transaction deck of adds.
       OPEN-OWNER-REGISTER.
           OPEN I-O OWNER-REG-FILE.
           IF OWNR-STATUS = '35'
               OPEN OUTPUT OWNER-REG-FILE
               CLOSE OWNER-REG-FILE
               OPEN I-O OWNER-REG-FILE
           END-IF.
           IF OWNR-STATUS NOT = '00'
               DISPLAY 'OWNER-MAINT: OWNERREG OPEN FAILED, STATUS='
                   OWNR-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE AUDIT-LOG-FILE
               GOBACK
           END-IF.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET NO-MORE-TRANSACTIONS TO TRUE
               NOT AT END
                   PERFORM APPLY-TRANSACTION
           END-READ.

       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRAN-SUITE.
           IF NOT OTRAN-VALID-ACTION
               MOVE 'REJECTED: INVALID ACTION' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF NOT TRAN-VALID-SUITE
                   MOVE 'REJECTED: UNKNOWN SUITE' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   IF (OTRAN-ADD OR OTRAN-CHANGE)
                           AND (OTRAN-TEAM-NAME = SPACES
                               OR OTRAN-FEED-DDNAME = SPACES)
                       MOVE 'REJECTED: TEAM OR FEED BLANK'
                           TO AUDIT-RESULT
                       PERFORM WRITE-REJECT-AUDIT
                   ELSE
                       IF OTRAN-OPERATOR-ID = SPACES
                           MOVE 'REJECTED: OPERATOR BLANK'
                               TO AUDIT-RESULT
                           PERFORM WRITE-REJECT-AUDIT
                       ELSE
                           PERFORM APPLY-VALID-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TRAN-SUITE.
           MOVE 'N' TO SUITE-FOUND.
           PERFORM CHECK-REGISTERED-SUITE
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > REGISTRY-COUNT
                   OR TRAN-VALID-SUITE.

       CHECK-REGISTERED-SUITE.
           IF REGISTERED-SUITE(REGISTRY-IDX) = OTRAN-SUITE-NAME
               SET TRAN-VALID-SUITE TO TRUE
           END-IF.

       APPLY-VALID-TRANSACTION.
           EVALUATE TRUE
               WHEN OTRAN-ADD
                   PERFORM APPLY-ADD
               WHEN OTRAN-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN OTRAN-DELETE
                   PERFORM APPLY-DELETE
           END-EVALUATE.

       APPLY-ADD.
           MOVE OTRAN-SUITE-NAME TO OWNR-SUITE-NAME.
           MOVE OTRAN-CASE-NAME TO OWNR-CASE-NAME.
           MOVE OTRAN-TEAM-NAME TO OWNR-TEAM-NAME.
           MOVE OTRAN-FEED-DDNAME TO OWNR-FEED-DDNAME.
           MOVE RUN-DATE TO OWNR-LAST-CHANGE-DATE.
           MOVE OTRAN-OPERATOR-ID TO OWNR-CHANGED-BY.
           WRITE OWNER-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: ALREADY OWNED' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: OWNER RECORDED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-WRITE.

       APPLY-CHANGE.
           MOVE OTRAN-SUITE-NAME TO OWNR-SUITE-NAME.
           MOVE OTRAN-CASE-NAME TO OWNR-CASE-NAME.
           READ OWNER-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE OTRAN-TEAM-NAME TO OWNR-TEAM-NAME
                   MOVE OTRAN-FEED-DDNAME TO OWNR-FEED-DDNAME
                   MOVE RUN-DATE TO OWNR-LAST-CHANGE-DATE
                   MOVE OTRAN-OPERATOR-ID TO OWNR-CHANGED-BY
                   PERFORM REWRITE-REGISTER-ROW
           END-READ.

       REWRITE-REGISTER-ROW.
           REWRITE OWNER-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: REWRITE STATUS=' TO AUDIT-RESULT
                   MOVE OWNR-STATUS TO AUDIT-RESULT(26:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: CHANGED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-REWRITE.

       APPLY-DELETE.
           MOVE OTRAN-SUITE-NAME TO OWNR-SUITE-NAME.
           MOVE OTRAN-CASE-NAME TO OWNR-CASE-NAME.
           READ OWNER-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM DELETE-REGISTER-ROW
           END-READ.

       DELETE-REGISTER-ROW.
           DELETE OWNER-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: DELETE STATUS=' TO AUDIT-RESULT
                   MOVE OWNR-STATUS TO AUDIT-RESULT(25:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: DELETED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-DELETE.

       WRITE-APPLIED-AUDIT.
           ADD 1 TO APPLIED-COUNT.
           PERFORM WRITE-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           ADD 1 TO REJECTED-COUNT.
           PERFORM WRITE-AUDIT-LINE.
           DISPLAY 'OWNER-MAINT: ' AUDIT-RESULT ' - '
               OTRAN-SUITE-NAME ' ' OTRAN-CASE-NAME.

       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUDIT-DATE.
           MOVE OTRAN-ACTION TO AUDIT-ACTION.
           MOVE OTRAN-SUITE-NAME TO AUDIT-SUITE-NAME.
           MOVE OTRAN-CASE-NAME TO AUDIT-CASE-NAME.
           MOVE OTRAN-TEAM-NAME TO AUDIT-TEAM-NAME.
           MOVE OTRAN-FEED-DDNAME TO AUDIT-FEED-DDNAME.
           MOVE OTRAN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.

       END PROGRAM OWNER-MAINT.
