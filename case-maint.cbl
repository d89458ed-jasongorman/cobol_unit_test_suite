      *    included, with the same reasons the real run would log.
      *    The team lead signs that report off before the apply
      *    run, especially for the quarterly refreshes.
      *    Every transaction's operator must be on the OPERREG
      *    operator authority register with case maintenance
      *    authority (OPER-AUTH decides); anyone else is rejected
      *    and the rejection audited like any other. Adds and
      *    changes - the transactions that write an expected value
      *    and tolerance - are not applied as read: they are held
      *    on the PENDQ pending approval queue and applied only when
      *    a second, different authorised operator submits a 'P'
      *    (approve) transaction for the same suite and case. A 'W'
      *    transaction withdraws a held change unapplied.
      *    Each CASEAUDT line ends with its place in the log and a
      *    check value chained from the line before (AUDIT-CHAIN
      *    computes it), so AUDIT-VERIFY can prove the log has not
      *    been edited since - the log CASE-REBUILD replays is then
      *    known to be the one this program wrote. The CASETAIL
      *    control record is rewritten after every line with the
      *    chain's last sequence and check value, and the chain
      *    continues from it, so lines cut from the end of the log
      *    show too.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'CASEAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT CHAIN-TAIL-FILE ASSIGN TO 'CASETAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAIL-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO 'VRFYRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-QUEUE-FILE ASSIGN TO 'PENDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      *    One maintenance transaction per line. For 'A' (add) and
      *    'C' (change) all value fields apply; for 'D' (delete),
      *    'X' (deactivate), 'R' (reactivate), 'P' (approve the
      *    held add or change) and 'W' (withdraw it) only the key
      *    and the operator ID are used.
       01  TRANSACTION-RECORD.
           05  TRAN-ACTION             PIC X(01).
               88  TRAN-ADD                VALUE 'A'.
               88  TRAN-DELETE             VALUE 'D'.
               88  TRAN-DEACTIVATE         VALUE 'X'.
               88  TRAN-REACTIVATE         VALUE 'R'.
               88  TRAN-APPROVE            VALUE 'P'.
               88  TRAN-WITHDRAW           VALUE 'W'.
               88  TRAN-VALID-ACTION       VALUE 'A' 'C' 'D'
                                                 'X' 'R' 'P' 'W'.
      *    Validated against the SUITEREG suite registry, so a new
      *    suite's transactions are accepted the day its registry
      *    line lands.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(170).
      *    Where the CASEAUDT chain ends: the last line's sequence
      *    and check value.
       FD  CHAIN-TAIL-FILE.
       01  CHAIN-TAIL-RECORD.
           05  TAIL-CHAIN-SEQ      PIC 9(07).
           05  FILLER              PIC X(01).
           05  TAIL-CHAIN-VALUE    PIC 9(10).
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD       PIC X(100).
       FD  PENDING-QUEUE-FILE.
           COPY 'pending-queue.cpy'.
       WORKING-STORAGE SECTION.
       01  TRAN-STATUS     PIC X(02).
       01  MASTER-STATUS   PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  PEND-STATUS     PIC X(02).
       01  TAIL-STATUS     PIC X(02).
      *    Where the CASEAUDT chain stands: the last line's sequence
      *    and check value, picked up from CASETAIL (or, before
      *    there is one, from the log) before appending.
       01  TAIL-FOUND      PIC X(01) VALUE 'N'.
           88  CHAIN-TAIL-ON-FILE     VALUE 'Y'.
       01  AUDIT-EOF       PIC X(01) VALUE 'N'.
           88  NO-MORE-AUDIT-LINES    VALUE 'Y'.
       01  LAST-CHAIN-SEQ  PIC 9(07) VALUE ZERO.
       01  LAST-CHAIN-VALUE PIC 9(10) VALUE ZERO.
           COPY 'chain-request.cpy'.
      *    The registered suite names a transaction may address.
       01  REGISTRY-STATUS PIC X(02).
       01  REGISTRY-EOF    PIC X(01) VALUE 'N'.
       01  RUN-DATE        PIC 9(08).
       01  APPLIED-COUNT   PIC 9(04) VALUE ZERO.
       01  REJECTED-COUNT  PIC 9(04) VALUE ZERO.
       01  QUEUED-COUNT    PIC 9(04) VALUE ZERO.
      *    The operator authority check, asked of OPER-AUTH once per
      *    transaction.
           COPY 'auth-request.cpy'.
      *    PARM='VERIFY' selects the dry run; blank or 'APPLY' is
      *    the normal maintenance run.
       01  RUN-MODE        PIC X(06) VALUE SPACES.
      *    what the apply run against it would find too.
       01  MASTER-ABSENT   PIC X(01) VALUE 'N'.
           88  MASTER-FILE-ABSENT     VALUE 'Y'.
      *    Likewise a queue that does not exist yet holds nothing.
       01  PENDQ-ABSENT    PIC X(01) VALUE 'N'.
           88  PENDING-QUEUE-ABSENT   VALUE 'Y'.
       01  VALUE-EDIT      PIC -(5)9.999.
       01  VERIFY-TRAN-LINE.
           05  VER-ACTION          PIC X(01).
               10  AUDIT-OUTCOME-TYPE  PIC X(01).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AUDIT-ERROR-CODE    PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CHAIN-SEQ     PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CHAIN-VALUE   PIC 9(10).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(06).
           IF VERIFY-MODE-REQUESTED
               OPEN OUTPUT VERIFY-REPORT-FILE
               PERFORM OPEN-MASTER-FOR-VERIFY
               PERFORM OPEN-QUEUE-FOR-VERIFY
           ELSE
               PERFORM LOAD-CHAIN-TAIL
               OPEN EXTEND AUDIT-LOG-FILE
               IF AUDIT-STATUS = '35'
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               PERFORM OPEN-CASE-MASTER
               PERFORM OPEN-PENDING-QUEUE
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
               IF NOT MASTER-FILE-ABSENT
                   CLOSE CASE-MASTER-FILE
               END-IF
               IF NOT PENDING-QUEUE-ABSENT
                   CLOSE PENDING-QUEUE-FILE
               END-IF
               DISPLAY 'CASE-MAINT VERIFY: WOULD APPLY '
                   APPLIED-COUNT ' WOULD REJECT ' REJECTED-COUNT
           ELSE
               CLOSE CASE-MASTER-FILE
               CLOSE PENDING-QUEUE-FILE
               CLOSE AUDIT-LOG-FILE
               DISPLAY 'CASE-MAINT: APPLIED ' APPLIED-COUNT
                   ' REJECTED ' REJECTED-COUNT
                   ' HELD FOR APPROVAL ' QUEUED-COUNT
           END-IF.

           IF REJECTED-COUNT > ZERO
               GOBACK
           END-IF.

      *    The queue is created empty the first time, as the master
      *    is.
       OPEN-PENDING-QUEUE.
           OPEN I-O PENDING-QUEUE-FILE.
           IF PEND-STATUS = '35'
               OPEN OUTPUT PENDING-QUEUE-FILE
               CLOSE PENDING-QUEUE-FILE
               OPEN I-O PENDING-QUEUE-FILE
           END-IF.
           IF PEND-STATUS NOT = '00'
               DISPLAY 'CASE-MAINT: PENDQ OPEN FAILED, STATUS='
                   PEND-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CASE-MASTER-FILE
               CLOSE AUDIT-LOG-FILE
               GOBACK
           END-IF.

       OPEN-QUEUE-FOR-VERIFY.
           OPEN INPUT PENDING-QUEUE-FILE.
           IF PEND-STATUS = '35'
               SET PENDING-QUEUE-ABSENT TO TRUE
           ELSE
               IF PEND-STATUS NOT = '00'
                   DISPLAY 'CASE-MAINT: PENDQ OPEN FAILED, '
                       'STATUS=' PEND-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE VERIFY-REPORT-FILE
                   GOBACK
               END-IF
           END-IF.

      *    The chain continues from where CASETAIL says it ends. A
      *    log from before CASETAIL was kept continues from its last
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
                   IF AUDIT-LOG-RECORD(147:7) IS NUMERIC
                           AND AUDIT-LOG-RECORD(155:10) IS NUMERIC
                       MOVE AUDIT-LOG-RECORD(147:7) TO LAST-CHAIN-SEQ
                       MOVE AUDIT-LOG-RECORD(155:10)
                           TO LAST-CHAIN-VALUE
                   END-IF
           END-READ.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                                   AND TRAN-ERROR-CODE = SPACES
                               PERFORM REJECT-MISSING-ERROR-CODE
                           ELSE
                               PERFORM APPLY-AUTHORISED-TRANSACTION
                           END-IF
                       END-IF
                   END-IF
           MOVE 'REJECTED: ERROR CODE MISSING' TO AUDIT-RESULT.
           PERFORM WRITE-REJECT-AUDIT.

      *    A well-formed transaction still goes no further unless
      *    its operator holds case maintenance authority - in the
      *    dry run too, so the signed-off report shows the rejects
      *    the apply run will make.
       APPLY-AUTHORISED-TRANSACTION.
           MOVE TRAN-OPERATOR-ID TO AUTH-OPERATOR-ID.
           SET AUTH-FOR-CASE-MAINT TO TRUE.
           CALL 'OPER-AUTH' USING AUTH-REQUEST.
           IF AUTH-GRANTED
               PERFORM APPLY-VALID-TRANSACTION
           ELSE
               MOVE AUTH-REFUSAL-TEXT TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

       APPLY-VALID-TRANSACTION.
           EVALUATE TRUE
               WHEN VERIFY-MODE-REQUESTED
                   PERFORM VERIFY-TRANSACTION
               WHEN TRAN-ADD
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN TRAN-CHANGE
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN TRAN-APPROVE
                   PERFORM APPLY-APPROVAL
               WHEN TRAN-WITHDRAW
                   PERFORM APPLY-WITHDRAWAL
               WHEN TRAN-DELETE
                   PERFORM APPLY-DELETE
               WHEN TRAN-DEACTIVATE
                   PERFORM APPLY-REACTIVATE
           END-EVALUATE.

      *    An add or change is checked against the master now, so a
      *    change that could never apply is rejected to its
      *    submitter today rather than to its approver next week;
      *    the held image is applied through APPLY-ADD or
      *    APPLY-CHANGE once approved.
       QUEUE-FOR-APPROVAL.
           PERFORM READ-MASTER-BY-TRAN-KEY.
           IF TRAN-ADD AND MASTER-STATUS = '00'
               MOVE 'REJECTED: CASE ALREADY EXISTS' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               IF TRAN-CHANGE AND MASTER-STATUS NOT = '00'
                   MOVE 'REJECTED: CASE NOT ON MASTER'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               ELSE
                   PERFORM HOLD-PENDING-CHANGE
               END-IF
           END-IF.

       HOLD-PENDING-CHANGE.
           PERFORM BUILD-PENDING-KEY.
           MOVE TRAN-ACTION TO PEND-ACTION.
           MOVE TRAN-OPERATOR-ID TO PEND-SUBMITTED-BY.
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

      *    The approver's own line is logged first; the held
      *    transaction then applies exactly as its submitter typed
      *    it, stamped and audited under the submitter's ID, so
      *    CASE-REBUILD replays it like any other applied line.
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
           IF PEND-SUBMITTED-BY = TRAN-OPERATOR-ID
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
                       DISPLAY 'CASE-MAINT: PENDQ DELETE FAILED, '
                           'STATUS=' PEND-STATUS
               END-DELETE
               MOVE PEND-TRAN-IMAGE TO TRANSACTION-RECORD
               IF TRAN-ADD
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
           SET PEND-FOR-CASE-MASTER TO TRUE.
           MOVE SPACES TO PEND-ITEM-KEY.
           MOVE TRAN-SUITE-NAME TO PEND-ITEM-KEY(1:12).
           MOVE TRAN-CASE-NAME TO PEND-ITEM-KEY(13:30).

       APPLY-ADD.
           PERFORM BUILD-MASTER-FROM-TRAN.
           SET MASTER-CASE-ACTIVE TO TRUE.
           PERFORM READ-MASTER-BY-TRAN-KEY.
           IF MASTER-STATUS = '00'
               DELETE CASE-MASTER-FILE
                   INVALID KEY
                       MOVE 'REJECTED: DELETE STATUS=' TO AUDIT-RESULT
                       MOVE MASTER-STATUS TO AUDIT-RESULT(25:2)
                       PERFORM WRITE-REJECT-AUDIT
                   NOT INVALID KEY
                       MOVE 'APPLIED: DELETED' TO AUDIT-RESULT
                       PERFORM WRITE-APPLIED-AUDIT
               END-DELETE
           ELSE
               MOVE 'REJECTED: CASE NOT ON MASTER' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
                   PERFORM VERIFY-ADD
               WHEN TRAN-CHANGE
                   PERFORM VERIFY-CHANGE
               WHEN TRAN-APPROVE
                   PERFORM VERIFY-APPROVAL
               WHEN TRAN-WITHDRAW
                   PERFORM VERIFY-WITHDRAWAL
               WHEN OTHER
                   PERFORM VERIFY-KEYED-ACTION
           END-EVALUATE.

       VERIFY-ADD.
           PERFORM VERIFY-READ-MASTER.
           PERFORM VERIFY-READ-PENDING.
           EVALUATE TRUE
               WHEN MASTER-STATUS = '00'
                   MOVE 'REJECTED: CASE ALREADY EXISTS'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               WHEN PEND-STATUS = '00'
                   MOVE 'REJECTED: CHANGE ALREADY PENDING'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE 'WOULD HOLD ADD FOR APPROVAL' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
                   MOVE '(NEW)' TO VER-VALUE-LABEL
                   PERFORM WRITE-TRAN-VALUE-LINE
           END-EVALUATE.

       VERIFY-CHANGE.
           PERFORM VERIFY-READ-MASTER.
           PERFORM VERIFY-READ-PENDING.
           EVALUATE TRUE
               WHEN MASTER-STATUS NOT = '00'
                   MOVE 'REJECTED: CASE NOT ON MASTER' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               WHEN PEND-STATUS = '00'
                   MOVE 'REJECTED: CHANGE ALREADY PENDING'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE 'WOULD HOLD CHANGE FOR APPROVAL'
                       TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
                   MOVE 'CURRENT' TO VER-VALUE-LABEL
                   PERFORM WRITE-MASTER-VALUE-LINE
                   MOVE 'NEW' TO VER-VALUE-LABEL
                   PERFORM WRITE-TRAN-VALUE-LINE
           END-EVALUATE.

      *    An approval shows the values the held change would
      *    write, next to what the master holds now.
       VERIFY-APPROVAL.
           PERFORM VERIFY-READ-PENDING.
           EVALUATE TRUE
               WHEN PEND-STATUS NOT = '00'
                   MOVE 'REJECTED: NOTHING PENDING' TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               WHEN PEND-SUBMITTED-BY = TRAN-OPERATOR-ID
                   MOVE 'REJECTED: APPROVER IS SUBMITTER'
                       TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE 'WOULD APPROVE AND APPLY' TO AUDIT-RESULT
                   PERFORM WRITE-APPLIED-AUDIT
                   MOVE PEND-TRAN-IMAGE TO TRANSACTION-RECORD
                   PERFORM VERIFY-READ-MASTER
                   IF MASTER-STATUS = '00'
                       MOVE 'CURRENT' TO VER-VALUE-LABEL
                       PERFORM WRITE-MASTER-VALUE-LINE
                   END-IF
                   MOVE 'NEW' TO VER-VALUE-LABEL
                   PERFORM WRITE-TRAN-VALUE-LINE
           END-EVALUATE.

       VERIFY-WITHDRAWAL.
           PERFORM VERIFY-READ-PENDING.
           IF PEND-STATUS = '00'
               MOVE 'WOULD WITHDRAW' TO AUDIT-RESULT
               PERFORM WRITE-APPLIED-AUDIT
           ELSE
               MOVE 'REJECTED: NOTHING PENDING' TO AUDIT-RESULT
               PERFORM WRITE-REJECT-AUDIT
           END-IF.

       VERIFY-READ-PENDING.
           IF PENDING-QUEUE-ABSENT
               MOVE '23' TO PEND-STATUS
           ELSE
               PERFORM BUILD-PENDING-KEY
               READ PENDING-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       VERIFY-KEYED-ACTION.
           PERFORM VERIFY-READ-MASTER.
           IF MASTER-STATUS = '00'
           ELSE
               MOVE SPACES TO AUDIT-TRAN-VALUES
           END-IF.
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
           MOVE AUDIT-LINE(1:153) TO CHAIN-RECORD-TEXT.
           MOVE 153 TO CHAIN-TEXT-LENGTH.
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

       END PROGRAM CASE-MAINT.
