       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
      *    Batch maintenance for the OPERREG operator authority
      *    register, run the way QUAR-MAINT maintains the
      *    quarantine register. Applies the add/change/delete
      *    transactions in OPERTRAN - each carrying the operator
      *    ID being registered, their name, their status (active
      *    or suspended), the six authority flags (case
      *    maintenance, quarantine, alert acknowledgment, baseline
      *    promotion, baseline rollback, operator administration)
      *    and the ID of whoever submitted the change - and appends
      *    one line per transaction, applied or rejected with the
      *    reason, to the OPERAUDT audit log. Nobody may maintain
      *    their own row: granting yourself authority is exactly
      *    what the register exists to stop - and the submitter
      *    must hold operator administration authority on the
      *    register (OPER-AUTH decides), so neither a made-up
      *    submitter ID nor any other active operator can hand out
      *    authority. Only the initial load, run against a register
      *    this step has just created, is taken on trust. A leaver
      *    is suspended rather than deleted, so the IDs on years of
      *    audit lines still resolve to a name. Any rejected
      *    transaction leaves the step with RETURN-CODE 4 so the
      *    scheduler flags the run for review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'OPERTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
           SELECT OPERATOR-REG-FILE ASSIGN TO 'OPERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-STATUS-CODE.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'OPERAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      *    One register transaction per line. For 'A' (add) and 'C'
      *    (change) all fields apply; for 'D' (delete, a row added
      *    in error) only the operator ID and submitter are used.
       01  TRANSACTION-RECORD.
           05  OTRAN-ACTION            PIC X(01).
               88  OTRAN-ADD               VALUE 'A'.
               88  OTRAN-CHANGE            VALUE 'C'.
               88  OTRAN-DELETE            VALUE 'D'.
               88  OTRAN-VALID-ACTION      VALUE 'A' 'C' 'D'.
           05  OTRAN-OPERATOR-ID       PIC X(08).
           05  OTRAN-NAME              PIC X(30).
           05  OTRAN-STATUS            PIC X(01).
               88  OTRAN-VALID-STATUS      VALUE 'A' 'S'.
           05  OTRAN-AUTHORITIES.
               10  OTRAN-AUTHORITY     PIC X(01) OCCURS 6 TIMES
                                           INDEXED BY OTRAN-IDX.
           05  OTRAN-SUBMITTED-BY      PIC X(08).
       FD  OPERATOR-REG-FILE.
           COPY 'operator-register.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(100).
       WORKING-STORAGE SECTION.
       01  TRAN-STATUS     PIC X(02).
       01  OPER-STATUS-CODE PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  TRAN-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-TRANSACTIONS   VALUE 'Y'.
       01  FLAGS-VALID     PIC X(01).
           88  AUTHORITY-FLAGS-VALID  VALUE 'Y'.
       01  REGISTER-STATE  PIC X(01) VALUE 'E'.
           88  REGISTER-JUST-CREATED  VALUE 'C'.
       01  SUBMITTER-STATE PIC X(01).
           88  SUBMITTER-AUTHORISED   VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  APPLIED-COUNT   PIC 9(04) VALUE ZERO.
       01  REJECTED-COUNT  PIC 9(04) VALUE ZERO.
      *    The submitter's authority check, asked of OPER-AUTH once
      *    per transaction.
           COPY 'auth-request.cpy'.
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-ACTION        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERATOR-ID   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-STATUS-FLAG   PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-AUTHORITIES   PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-SUBMITTED-BY  PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-RESULT        PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           PERFORM OPEN-OPERATOR-REGISTER.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS = '00'
               PERFORM READ-NEXT-TRANSACTION
                   UNTIL NO-MORE-TRANSACTIONS
               CLOSE TRANSACTION-FILE
           ELSE
               DISPLAY 'OPER-MAINT: OPERTRAN NOT AVAILABLE, STATUS='
                   TRAN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE OPERATOR-REG-FILE.
           CLOSE AUDIT-LOG-FILE.

           DISPLAY 'OPER-MAINT: APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT.

           IF REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    The register is opened I-O for maintenance; a brand new
      *    register (status 35) is created empty first, so the
      *    initial load is just a transaction deck of adds.
       OPEN-OPERATOR-REGISTER.
           OPEN I-O OPERATOR-REG-FILE.
           IF OPER-STATUS-CODE = '35'
               OPEN OUTPUT OPERATOR-REG-FILE
               CLOSE OPERATOR-REG-FILE
               OPEN I-O OPERATOR-REG-FILE
               SET REGISTER-JUST-CREATED TO TRUE
           END-IF.
           IF OPER-STATUS-CODE NOT = '00'
               DISPLAY 'OPER-MAINT: OPERREG OPEN FAILED, STATUS='
                   OPER-STATUS-CODE
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
           PERFORM VALIDATE-AUTHORITY-FLAGS.
           IF NOT OTRAN-VALID-ACTION
               MOVE 'REJECTED: INVALID ACTION' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF OTRAN-OPERATOR-ID = SPACES
                   MOVE 'REJECTED: OPERATOR ID BLANK' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   IF OTRAN-SUBMITTED-BY = SPACES
                       MOVE 'REJECTED: SUBMITTER BLANK'
                           TO AUDIT-RESULT
                       PERFORM WRITE-REJECT-AUDIT
                   ELSE
                       IF OTRAN-SUBMITTED-BY = OTRAN-OPERATOR-ID
                           MOVE 'REJECTED: OWN AUTHORITY'
                               TO AUDIT-RESULT
                           PERFORM WRITE-REJECT-AUDIT
                       ELSE
                           PERFORM CHECK-SUBMITTER
                           IF SUBMITTER-AUTHORISED
                               PERFORM APPLY-CHECKED-TRANSACTION
                           ELSE
                               MOVE 'REJECTED: SUBMITTER NOT AUTHORISED'
                                   TO AUDIT-RESULT
                               PERFORM WRITE-REJECT-AUDIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Every change to the register is operator
      *    administration; the submitter must be active and hold
      *    that authority.
       CHECK-SUBMITTER.
           MOVE 'N' TO SUBMITTER-STATE.
           IF REGISTER-JUST-CREATED
               SET SUBMITTER-AUTHORISED TO TRUE
           ELSE
               MOVE OTRAN-SUBMITTED-BY TO AUTH-OPERATOR-ID
               SET AUTH-FOR-OPER-ADMIN TO TRUE
               CALL 'OPER-AUTH' USING AUTH-REQUEST
               IF AUTH-GRANTED
                   SET SUBMITTER-AUTHORISED TO TRUE
               ELSE
                   DISPLAY 'OPER-MAINT: SUBMITTER '
                       OTRAN-SUBMITTED-BY ' ' AUTH-REFUSAL-TEXT
               END-IF
           END-IF.

       APPLY-CHECKED-TRANSACTION.
           IF (OTRAN-ADD OR OTRAN-CHANGE)
                   AND NOT OTRAN-VALID-STATUS
               MOVE 'REJECTED: INVALID STATUS' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF (OTRAN-ADD OR OTRAN-CHANGE)
                       AND NOT AUTHORITY-FLAGS-VALID
                   MOVE 'REJECTED: FLAGS MUST BE Y OR N'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   PERFORM APPLY-VALID-TRANSACTION
               END-IF
           END-IF.

       VALIDATE-AUTHORITY-FLAGS.
           SET AUTHORITY-FLAGS-VALID TO TRUE.
           PERFORM CHECK-ONE-AUTHORITY-FLAG
               VARYING OTRAN-IDX FROM 1 BY 1
               UNTIL OTRAN-IDX > 6.

       CHECK-ONE-AUTHORITY-FLAG.
           IF OTRAN-AUTHORITY(OTRAN-IDX) NOT = 'Y'
                   AND OTRAN-AUTHORITY(OTRAN-IDX) NOT = 'N'
               MOVE 'N' TO FLAGS-VALID
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
           MOVE OTRAN-OPERATOR-ID TO OPER-ID.
           PERFORM BUILD-ROW-FROM-TRAN.
           WRITE OPERATOR-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: ALREADY REGISTERED'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: REGISTERED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-WRITE.

       APPLY-CHANGE.
           MOVE OTRAN-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM BUILD-ROW-FROM-TRAN
                   PERFORM REWRITE-REGISTER-ROW
           END-READ.

       BUILD-ROW-FROM-TRAN.
           MOVE OTRAN-NAME TO OPER-NAME.
           MOVE OTRAN-STATUS TO OPER-STATUS.
           MOVE OTRAN-AUTHORITIES TO OPER-AUTHORITIES.
           MOVE RUN-DATE TO OPER-LAST-CHANGE-DATE.
           MOVE OTRAN-SUBMITTED-BY TO OPER-CHANGED-BY.

       REWRITE-REGISTER-ROW.
           REWRITE OPERATOR-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: REWRITE FAILED, STATUS='
                       TO AUDIT-RESULT
                   MOVE OPER-STATUS-CODE TO AUDIT-RESULT(34:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: CHANGED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-REWRITE.

       APPLY-DELETE.
           MOVE OTRAN-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM DELETE-REGISTER-ROW
           END-READ.

       DELETE-REGISTER-ROW.
           DELETE OPERATOR-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: DELETE FAILED, STATUS='
                       TO AUDIT-RESULT
                   MOVE OPER-STATUS-CODE TO AUDIT-RESULT(33:2)
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
           DISPLAY 'OPER-MAINT: ' AUDIT-RESULT ' - '
               OTRAN-OPERATOR-ID.

       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUDIT-DATE.
           MOVE OTRAN-ACTION TO AUDIT-ACTION.
           MOVE OTRAN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE OTRAN-STATUS TO AUDIT-STATUS-FLAG.
           MOVE OTRAN-AUTHORITIES TO AUDIT-AUTHORITIES.
           MOVE OTRAN-SUBMITTED-BY TO AUDIT-SUBMITTED-BY.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.

       END PROGRAM OPER-MAINT.
