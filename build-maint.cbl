       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-MAINT.
      *    Batch maintenance for the BUILDREG routine build
      *    register, run the way QUAR-MAINT maintains the
      *    quarantine register. Applies the add/change/delete
      *    transactions in BLDTRAN - each carrying the routine, the
      *    library team's build identifier, the date the build was
      *    installed and the operator who installed it - and
      *    appends one line per transaction, applied or rejected
      *    with the reason, to the BLDAUDT audit log. The routine
      *    must be the PARM keyword of a suite on the SUITEREG
      *    registry, so a build can never be registered against a
      *    routine the nightly run does not test. Any rejected
      *    transaction leaves the step with RETURN-CODE 4 so the
      *    scheduler flags the run for review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'BLDTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
           SELECT BUILD-REG-FILE ASSIGN TO 'BUILDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BREG-KEY
               FILE STATUS IS BREG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'BLDAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      *    One register transaction per line. For 'A' (add) and 'C'
      *    (change, correcting the install date or installer) all
      *    fields apply; for 'D' (delete, a row registered in
      *    error) only the key and operator are used.
       01  TRANSACTION-RECORD.
           05  BTRAN-ACTION            PIC X(01).
               88  BTRAN-ADD               VALUE 'A'.
               88  BTRAN-CHANGE            VALUE 'C'.
               88  BTRAN-DELETE            VALUE 'D'.
               88  BTRAN-VALID-ACTION      VALUE 'A' 'C' 'D'.
           05  BTRAN-ROUTINE           PIC X(07).
           05  BTRAN-BUILD-ID          PIC X(12).
           05  BTRAN-INSTALL-DATE      PIC 9(08).
           05  BTRAN-OPERATOR-ID       PIC X(08).
       FD  BUILD-REG-FILE.
           COPY 'build-register.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(100).
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       WORKING-STORAGE SECTION.
       01  TRAN-STATUS     PIC X(02).
       01  BREG-STATUS     PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
      *    The routine keywords a transaction may address.
       01  REGISTRY-STATUS PIC X(02).
       01  REGISTRY-EOF    PIC X(01) VALUE 'N'.
           88  NO-MORE-REGISTRY-ROWS  VALUE 'Y'.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  ROUTINE-NAME-TABLE.
           05  REGISTERED-ROUTINE OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX PIC X(07).
       01  ROUTINE-FOUND   PIC X(01).
           88  TRAN-VALID-ROUTINE     VALUE 'Y'.
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
           05  AUDIT-ROUTINE       PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-BUILD-ID      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-INSTALL-DATE  PIC X(08).
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

           PERFORM OPEN-BUILD-REGISTER.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS = '00'
               PERFORM READ-NEXT-TRANSACTION
                   UNTIL NO-MORE-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY 'BUILD-MAINT: BLDTRAN NOT AVAILABLE, STATUS='
                   TRAN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE BUILD-REG-FILE.
           CLOSE AUDIT-LOG-FILE.

           DISPLAY 'BUILD-MAINT: APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT.

           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    Without the registry no routine can be validated, so the
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
               DISPLAY 'BUILD-MAINT: SUITEREG MISSING OR EMPTY, '
                   'STATUS=' REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-NEXT-REGISTRY-ROW.
           READ SUITE-REGISTRY-FILE
               AT END
                   SET NO-MORE-REGISTRY-ROWS TO TRUE
               NOT AT END
                   IF REG-PARM-KEYWORD NOT = SPACES
                           AND REGISTRY-COUNT < 20
                       ADD 1 TO REGISTRY-COUNT
                       SET REGISTRY-IDX TO REGISTRY-COUNT
                       MOVE REG-PARM-KEYWORD TO
                           REGISTERED-ROUTINE(REGISTRY-IDX)
                   END-IF
           END-READ.

      *    The register is opened I-O for maintenance; a brand new
      *    register (status 35) is created empty first, so the
      *    initial load is just a transaction deck of adds.
       OPEN-BUILD-REGISTER.
           OPEN I-O BUILD-REG-FILE.
           IF BREG-STATUS = '35'
               OPEN OUTPUT BUILD-REG-FILE
               CLOSE BUILD-REG-FILE
               OPEN I-O BUILD-REG-FILE
           END-IF.
           IF BREG-STATUS NOT = '00'
               DISPLAY 'BUILD-MAINT: BUILDREG OPEN FAILED, STATUS='
                   BREG-STATUS
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
           PERFORM VALIDATE-TRAN-ROUTINE.
           IF NOT BTRAN-VALID-ACTION
               MOVE 'REJECTED: INVALID ACTION' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF NOT TRAN-VALID-ROUTINE
                   MOVE 'REJECTED: UNKNOWN ROUTINE' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   IF BTRAN-BUILD-ID = SPACES
                       MOVE 'REJECTED: BUILD ID BLANK'
                           TO AUDIT-RESULT
                       PERFORM WRITE-REJECT-AUDIT
                   ELSE
                       IF (BTRAN-ADD OR BTRAN-CHANGE)
                               AND (BTRAN-INSTALL-DATE IS NOT NUMERIC
                                   OR BTRAN-INSTALL-DATE = ZERO)
                           MOVE 'REJECTED: INSTALL NOT A DATE'
                               TO AUDIT-RESULT
                           PERFORM WRITE-REJECT-AUDIT
                       ELSE
                           IF BTRAN-OPERATOR-ID = SPACES
                               MOVE 'REJECTED: OPERATOR BLANK'
                                   TO AUDIT-RESULT
                               PERFORM WRITE-REJECT-AUDIT
                           ELSE
                               PERFORM APPLY-VALID-TRANSACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TRAN-ROUTINE.
           MOVE 'N' TO ROUTINE-FOUND.
           PERFORM CHECK-REGISTERED-ROUTINE
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > REGISTRY-COUNT
                   OR TRAN-VALID-ROUTINE.

       CHECK-REGISTERED-ROUTINE.
           IF REGISTERED-ROUTINE(REGISTRY-IDX) = BTRAN-ROUTINE
               SET TRAN-VALID-ROUTINE TO TRUE
           END-IF.

       APPLY-VALID-TRANSACTION.
           EVALUATE TRUE
               WHEN BTRAN-ADD
                   PERFORM APPLY-ADD
               WHEN BTRAN-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN BTRAN-DELETE
                   PERFORM APPLY-DELETE
           END-EVALUATE.

       APPLY-ADD.
           MOVE BTRAN-ROUTINE TO BREG-ROUTINE.
           MOVE BTRAN-BUILD-ID TO BREG-BUILD-ID.
           MOVE BTRAN-INSTALL-DATE TO BREG-INSTALL-DATE.
           MOVE BTRAN-OPERATOR-ID TO BREG-INSTALLED-BY.
           WRITE BUILD-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: ALREADY REGISTERED'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: REGISTERED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-WRITE.

       APPLY-CHANGE.
           MOVE BTRAN-ROUTINE TO BREG-ROUTINE.
           MOVE BTRAN-BUILD-ID TO BREG-BUILD-ID.
           READ BUILD-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE BTRAN-INSTALL-DATE TO BREG-INSTALL-DATE
                   MOVE BTRAN-OPERATOR-ID TO BREG-INSTALLED-BY
                   PERFORM REWRITE-REGISTER-ROW
           END-READ.

       REWRITE-REGISTER-ROW.
           REWRITE BUILD-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: REWRITE STATUS=' TO AUDIT-RESULT
                   MOVE BREG-STATUS TO AUDIT-RESULT(26:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: CHANGED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-REWRITE.

       APPLY-DELETE.
           MOVE BTRAN-ROUTINE TO BREG-ROUTINE.
           MOVE BTRAN-BUILD-ID TO BREG-BUILD-ID.
           READ BUILD-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM DELETE-REGISTER-ROW
           END-READ.

       DELETE-REGISTER-ROW.
           DELETE BUILD-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: DELETE STATUS=' TO AUDIT-RESULT
                   MOVE BREG-STATUS TO AUDIT-RESULT(25:2)
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
           DISPLAY 'BUILD-MAINT: ' AUDIT-RESULT ' - '
               BTRAN-ROUTINE ' ' BTRAN-BUILD-ID.

       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUDIT-DATE.
           MOVE BTRAN-ACTION TO AUDIT-ACTION.
           MOVE BTRAN-ROUTINE TO AUDIT-ROUTINE.
           MOVE BTRAN-BUILD-ID TO AUDIT-BUILD-ID.
           MOVE BTRAN-INSTALL-DATE TO AUDIT-INSTALL-DATE.
           MOVE BTRAN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.

       END PROGRAM BUILD-MAINT.
