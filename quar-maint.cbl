      *    register stays the single governed source of truth.
      *    Any rejected transaction leaves the step with
      *    RETURN-CODE 4 so the scheduler flags the run for review.
      *    The operator on every transaction must hold quarantine
      *    authority on the OPERREG register (OPER-AUTH decides).
      *    Adds and changes are held on the PENDQ pending approval
      *    queue, as CASE-MAINT holds expected-value changes, and
      *    reach the register only when a second, different
      *    authorised operator sends the 'P' (approve) transaction
      *    for the case; 'W' withdraws a held change. A release
      *    ('D') puts the case back in the nightly result, so it
      *    applies at once.
      *    Every QUARAUDT line carries its sequence in the log and a
      *    check value chained from the line before, as CASE-MAINT's
      *    CASEAUDT lines do, for AUDIT-VERIFY to prove, and the
      *    QUARTAIL control record keeps where the chain ends, as
      *    CASETAIL does for CASEAUDT. A register or queue update
      *    that fails is audited as rejected, with its file status.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'QUARAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT CHAIN-TAIL-FILE ASSIGN TO 'QUARTAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAIL-STATUS.
           SELECT QUARANTINE-LIST-FILE ASSIGN TO 'QUARLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT PENDING-QUEUE-FILE ASSIGN TO 'PENDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      *    One register transaction per line. For 'A' (add) and 'C'
      *    (change) all fields apply; for 'D' (delete, when the fix
      *    has shipped), 'P' (approve the held add or change) and
      *    'W' (withdraw it) only the case name and operator are
      *    used.
       01  TRANSACTION-RECORD.
           05  QTRAN-ACTION            PIC X(01).
               88  QTRAN-ADD               VALUE 'A'.
               88  QTRAN-CHANGE            VALUE 'C'.
               88  QTRAN-DELETE            VALUE 'D'.
               88  QTRAN-APPROVE           VALUE 'P'.
               88  QTRAN-WITHDRAW          VALUE 'W'.
               88  QTRAN-VALID-ACTION      VALUE 'A' 'C' 'D'
                                                 'P' 'W'.
           05  QTRAN-CASE-NAME         PIC X(30).
           05  QTRAN-SUITE-NAME        PIC X(12).
           05  QTRAN-TICKET            PIC X(08).
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(110).
      *    Where the QUARAUDT chain ends: the last line's sequence
      *    and check value.
       FD  CHAIN-TAIL-FILE.
       01  CHAIN-TAIL-RECORD.
           05  TAIL-CHAIN-SEQ      PIC 9(07).
           05  FILLER              PIC X(01).
           05  TAIL-CHAIN-VALUE    PIC 9(10).
       FD  QUARANTINE-LIST-FILE.
       01  QUARANTINE-LIST-RECORD     PIC X(30).
       FD  PENDING-QUEUE-FILE.
           COPY 'pending-queue.cpy'.
       WORKING-STORAGE SECTION.
       01  TRAN-STATUS     PIC X(02).
       01  QREG-STATUS     PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  LIST-STATUS     PIC X(02).
       01  PEND-STATUS     PIC X(02).
       01  TAIL-STATUS     PIC X(02).
       01  TAIL-FOUND      PIC X(01) VALUE 'N'.
           88  CHAIN-TAIL-ON-FILE     VALUE 'Y'.
       01  AUDIT-EOF       PIC X(01) VALUE 'N'.
           88  NO-MORE-AUDIT-LINES    VALUE 'Y'.
       01  LAST-CHAIN-SEQ  PIC 9(07) VALUE ZERO.
       01  LAST-CHAIN-VALUE PIC 9(10) VALUE ZERO.
           COPY 'chain-request.cpy'.
       01  TRAN-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-TRANSACTIONS   VALUE 'Y'.
       01  QREG-EOF        PIC X(01) VALUE 'N'.
       01  APPLIED-COUNT   PIC 9(04) VALUE ZERO.
       01  REJECTED-COUNT  PIC 9(04) VALUE ZERO.
       01  EXTRACTED-COUNT PIC 9(04) VALUE ZERO.
       01  QUEUED-COUNT    PIC 9(04) VALUE ZERO.
      *    The operator authority check, asked of OPER-AUTH once per
      *    transaction.
           COPY 'auth-request.cpy'.
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERATOR-ID   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-RESULT        PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CHAIN-SEQ     PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CHAIN-VALUE   PIC 9(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-CHAIN-TAIL.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           PERFORM OPEN-QUARANTINE-REGISTER.
           PERFORM OPEN-PENDING-QUEUE.

           OPEN INPUT TRANSACTION-FILE.
           IF TRAN-STATUS = '00'
           PERFORM EXTRACT-QUARANTINE-LIST.

           CLOSE QUARANTINE-REG-FILE.
           CLOSE PENDING-QUEUE-FILE.
           CLOSE AUDIT-LOG-FILE.

           DISPLAY 'QUAR-MAINT: APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT
               ' HELD FOR APPROVAL ' QUEUED-COUNT
               ' ON LIST ' EXTRACTED-COUNT.

           IF REJECTED-COUNT > ZERO
               GOBACK
           END-IF.

      *    The pending queue is shared with CASE-MAINT and created
      *    empty by whichever of the two runs first.
       OPEN-PENDING-QUEUE.
           OPEN I-O PENDING-QUEUE-FILE.
           IF PEND-STATUS = '35'
               OPEN OUTPUT PENDING-QUEUE-FILE
               CLOSE PENDING-QUEUE-FILE
               OPEN I-O PENDING-QUEUE-FILE
           END-IF.
           IF PEND-STATUS NOT = '00'
               DISPLAY 'QUAR-MAINT: PENDQ OPEN FAILED, STATUS='
                   PEND-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE QUARANTINE-REG-FILE
               CLOSE AUDIT-LOG-FILE
               GOBACK
           END-IF.

      *    The chain continues from where QUARTAIL says it ends. A
      *    log from before QUARTAIL was kept continues from its last
      *    chained line; a log with none starts a new chain at one.
       LOAD-CHAIN-TAIL.
           OPEN INPUT CHAIN-TAIL-FILE.
           IF TAIL-STATUS = '00'
               READ CHAIN-TAIL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAIL-CHAIN-SEQ IS NUMERIC
                               AND TAIL-CHAIN-VALUE IS NUMERIC
                           MOVE TAIL-CHAIN-SEQ TO LAST-CHAIN-SEQ
                           MOVE TAIL-CHAIN-VALUE TO LAST-CHAIN-VALUE
                           SET CHAIN-TAIL-ON-FILE TO TRUE
                       END-IF
               END-READ
               CLOSE CHAIN-TAIL-FILE
           END-IF.
           IF NOT CHAIN-TAIL-ON-FILE
               OPEN INPUT AUDIT-LOG-FILE
               IF AUDIT-STATUS = '00'
                   PERFORM READ-NEXT-CHAIN-LINE
                       UNTIL NO-MORE-AUDIT-LINES
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       READ-NEXT-CHAIN-LINE.
           READ AUDIT-LOG-FILE
               AT END
                   SET NO-MORE-AUDIT-LINES TO TRUE
               NOT AT END
                   IF AUDIT-LOG-RECORD(92:7) IS NUMERIC
                           AND AUDIT-LOG-RECORD(100:10) IS NUMERIC
                       MOVE AUDIT-LOG-RECORD(92:7) TO LAST-CHAIN-SEQ
                       MOVE AUDIT-LOG-RECORD(100:10)
                           TO LAST-CHAIN-VALUE
                   END-IF
           END-READ.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                               TO AUDIT-RESULT
                           PERFORM WRITE-REJECT-AUDIT
                       ELSE
                           PERFORM APPLY-AUTHORISED-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-AUTHORISED-TRANSACTION.
           MOVE QTRAN-OPERATOR-ID TO AUTH-OPERATOR-ID.
           SET AUTH-FOR-QUARANTINE TO TRUE.
           CALL 'OPER-AUTH' USING AUTH-REQUEST.
           IF AUTH-GRANTED
               PERFORM APPLY-VALID-TRANSACTION
           ELSE
               MOVE AUTH-REFUSAL-TEXT TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

       APPLY-VALID-TRANSACTION.
           EVALUATE TRUE
               WHEN QTRAN-ADD
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN QTRAN-CHANGE
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN QTRAN-APPROVE
                   PERFORM APPLY-APPROVAL
               WHEN QTRAN-WITHDRAW
                   PERFORM APPLY-WITHDRAWAL
               WHEN QTRAN-DELETE
                   PERFORM APPLY-DELETE
           END-EVALUATE.

      *    Checked against the register when submitted, so the
      *    submitter hears of an add for a case already there, or a
      *    change for one that is not, straight away.
       QUEUE-FOR-APPROVAL.
           MOVE QTRAN-CASE-NAME TO QREG-CASE-NAME.
           READ QUARANTINE-REG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF QTRAN-ADD AND QREG-STATUS = '00'
               MOVE 'REJECTED: ALREADY QUARANTINED' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF QTRAN-CHANGE AND QREG-STATUS NOT = '00'
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   PERFORM HOLD-PENDING-CHANGE
               END-IF
           END-IF.

       HOLD-PENDING-CHANGE.
           PERFORM BUILD-PENDING-KEY.
           MOVE QTRAN-ACTION TO PEND-ACTION.
           MOVE QTRAN-OPERATOR-ID TO PEND-SUBMITTED-BY.
           MOVE RUN-DATE TO PEND-SUBMIT-DATE.
           MOVE TRANSACTION-RECORD TO PEND-TRAN-IMAGE.
           WRITE PENDING-ITEM-RECORD
               INVALID KEY
                   MOVE 'REJECTED: CHANGE ALREADY PENDING'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'PENDING: AWAITING APPROVAL' TO AUDIT-RESULT
                   ADD 1 TO QUEUED-COUNT
                   PERFORM WRITE-AUDIT-LINE
           END-WRITE.

      *    The approver's line is logged, then the held transaction
      *    is applied as its submitter sent it - the register still
      *    names the submitter as the one who quarantined the case.
       APPLY-APPROVAL.
           PERFORM BUILD-PENDING-KEY.
           READ PENDING-QUEUE-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOTHING PENDING' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM APPROVE-PENDING-CHANGE
           END-READ.

       APPROVE-PENDING-CHANGE.
           IF PEND-SUBMITTED-BY = QTRAN-OPERATOR-ID
               MOVE 'REJECTED: APPROVER IS SUBMITTER' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               MOVE SPACES TO AUDIT-RESULT
               STRING 'APPROVED: FROM ' PEND-SUBMITTED-BY
                   DELIMITED BY SIZE INTO AUDIT-RESULT
               END-STRING
               PERFORM WRITE-AUDIT-LINE
               DELETE PENDING-QUEUE-FILE
                   INVALID KEY
                       DISPLAY 'QUAR-MAINT: PENDQ DELETE FAILED, '
                           'STATUS=' PEND-STATUS
               END-DELETE
               MOVE PEND-TRAN-IMAGE TO TRANSACTION-RECORD
               IF QTRAN-ADD
                   PERFORM APPLY-ADD
               ELSE
                   PERFORM APPLY-CHANGE
               END-IF
           END-IF.

       APPLY-WITHDRAWAL.
           PERFORM BUILD-PENDING-KEY.
           READ PENDING-QUEUE-FILE
               INVALID KEY
                   MOVE 'REJECTED: NOTHING PENDING' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM DELETE-PENDING-ITEM
           END-READ.

      *    A held change that cannot be taken off the queue is still
      *    pending; the withdrawal is rejected with the status.
       DELETE-PENDING-ITEM.
           DELETE PENDING-QUEUE-FILE
               INVALID KEY
                   MOVE 'REJECTED: DELETE STATUS=' TO AUDIT-RESULT
                   MOVE PEND-STATUS TO AUDIT-RESULT(25:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'WITHDRAWN: PENDING CHANGE' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-DELETE.

       BUILD-PENDING-KEY.
           SET PEND-FOR-QUARANTINE TO TRUE.
           MOVE QTRAN-CASE-NAME TO PEND-ITEM-KEY.

       APPLY-ADD.
           MOVE QTRAN-CASE-NAME TO QREG-CASE-NAME.
           MOVE QTRAN-SUITE-NAME TO QREG-SUITE-NAME.
       REWRITE-REGISTER-ROW.
           REWRITE QUARANTINE-REG-RECORD
               INVALID KEY
                   MOVE 'REJECTED: REWRITE STATUS=' TO AUDIT-RESULT
                   MOVE QREG-STATUS TO AUDIT-RESULT(26:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: CHANGED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
                   MOVE 'REJECTED: NOT ON REGISTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM DELETE-REGISTER-ROW
           END-READ.

       DELETE-REGISTER-ROW.
           DELETE QUARANTINE-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: DELETE STATUS=' TO AUDIT-RESULT
                   MOVE QREG-STATUS TO AUDIT-RESULT(25:2)
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE 'APPLIED: RELEASED' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
           END-DELETE.

      *    The register is the source of truth; QUARLIST is its
      *    extract, rewritten whole after every maintenance run so
           MOVE QTRAN-CASE-NAME TO AUDIT-CASE-NAME.
           MOVE QTRAN-TICKET TO AUDIT-TICKET.
           MOVE QTRAN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           PERFORM CHAIN-AUDIT-LINE.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.
           IF AUDIT-STATUS = '00'
               PERFORM WRITE-CHAIN-TAIL
           END-IF.

      *    The check value covers the whole line up to and including
      *    its sequence number.
       CHAIN-AUDIT-LINE.
           ADD 1 TO LAST-CHAIN-SEQ.
           MOVE LAST-CHAIN-SEQ TO AUDIT-CHAIN-SEQ.
           MOVE LAST-CHAIN-VALUE TO CHAIN-PRIOR-VALUE.
           MOVE AUDIT-LINE(1:98) TO CHAIN-RECORD-TEXT.
           MOVE 98 TO CHAIN-TEXT-LENGTH.
           CALL 'AUDIT-CHAIN' USING CHAIN-REQUEST.
           MOVE CHAIN-NEW-VALUE TO AUDIT-CHAIN-VALUE.
           MOVE CHAIN-NEW-VALUE TO LAST-CHAIN-VALUE.

      *    Rewritten straight after each line lands on the log, so
      *    it always names the log's last line.
       WRITE-CHAIN-TAIL.
           OPEN OUTPUT CHAIN-TAIL-FILE.
           MOVE SPACES TO CHAIN-TAIL-RECORD.
           MOVE LAST-CHAIN-SEQ TO TAIL-CHAIN-SEQ.
           MOVE LAST-CHAIN-VALUE TO TAIL-CHAIN-VALUE.
           WRITE CHAIN-TAIL-RECORD.
           CLOSE CHAIN-TAIL-FILE.

       END PROGRAM QUAR-MAINT.
