      *    one; its audit record names the run_id now back in
      *    force. A refused promotion is audited too, so a
      *    non-green run can never quietly become the yardstick.
      *    The PARM names the operator after the action ('PROMOTE,
      *    id' or 'ROLLBACK,id'); OPER-AUTH must find that operator
      *    on the OPERREG register with promote or roll-back
      *    authority respectively, or nothing moves and the refusal
      *    is audited. Every audit record carries the operator ID,
      *    its sequence in the log and a check value chained from
      *    the record before, for AUDIT-VERIFY to prove; the
      *    BASETAIL control record keeps where the chain ends, as
      *    CASETAIL does for CASEAUDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'BASEAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT CHAIN-TAIL-FILE ASSIGN TO 'BASETAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE.
       01  CANDIDATE-LINE  PIC X(300).
       FD  BASELINE-FILE.
       01  BASELINE-LINE   PIC X(300).
       FD  BASEGEN1-FILE.
       01  BASEGEN1-LINE   PIC X(300).
       FD  BASEGEN2-FILE.
       01  BASEGEN2-LINE   PIC X(300).
       FD  BASEGEN3-FILE.
       01  BASEGEN3-LINE   PIC X(300).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(100).
      *    Where the BASEAUDT chain ends: the last record's sequence
      *    and check value.
       FD  CHAIN-TAIL-FILE.
       01  CHAIN-TAIL-RECORD.
           05  TAIL-CHAIN-SEQ      PIC 9(07).
           05  FILLER              PIC X(01).
           05  TAIL-CHAIN-VALUE    PIC 9(10).
       WORKING-STORAGE SECTION.
       01  CANDIDATE-STATUS PIC X(02).
       01  BASELINE-STATUS  PIC X(02).
       01  GEN2-STATUS      PIC X(02).
       01  GEN3-STATUS      PIC X(02).
       01  AUDIT-STATUS     PIC X(02).
       01  TAIL-STATUS      PIC X(02).
       01  TAIL-FOUND       PIC X(01).
           88  CHAIN-TAIL-ON-FILE     VALUE 'Y'.
       01  AUDIT-EOF        PIC X(01).
           88  NO-MORE-AUDIT-LINES    VALUE 'Y'.
       01  LAST-CHAIN-SEQ   PIC 9(07).
       01  LAST-CHAIN-VALUE PIC 9(10).
           COPY 'chain-request.cpy'.
       01  COPY-EOF         PIC X(01).
           88  NO-MORE-COPY-LINES     VALUE 'Y'.
       01  CURRENT-LINE     PIC X(300).
       01  BEFORE-TEXT      PIC X(300).
       01  TAIL-TEXT        PIC X(300).
       01  KEY-COUNT        PIC 9(04).
       01  SCAN-PTR         PIC 9(04).
       01  RUN-DATE         PIC 9(08).
       01  REQUEST-ACTION    PIC X(08).
           88  PROMOTE-REQUESTED      VALUE 'PROMOTE'.
           88  ROLLBACK-REQUESTED     VALUE 'ROLLBACK'.
       01  REQUEST-OPERATOR-ID PIC X(08).
           COPY 'auth-request.cpy'.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC 9(08).
           05  AUDIT-RUN-ID        PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-RESULT        PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERATOR-ID   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CHAIN-SEQ     PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-CHAIN-VALUE   PIC 9(10).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(17).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO REQUEST-ACTION.
           MOVE SPACES TO REQUEST-OPERATOR-ID.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 17
               MOVE 17 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               UNSTRING PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   DELIMITED BY ','
                   INTO REQUEST-ACTION REQUEST-OPERATOR-ID
               END-UNSTRING
           END-IF.

           EVALUATE TRUE
               WHEN PROMOTE-REQUESTED
                   SET AUTH-FOR-PROMOTE TO TRUE
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM PROMOTE-CANDIDATE
                   END-IF
               WHEN ROLLBACK-REQUESTED
                   SET AUTH-FOR-ROLLBACK TO TRUE
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF AUTH-GRANTED
                       PERFORM ROLLBACK-BASELINE
                   END-IF
               WHEN OTHER
                   DISPLAY 'BASELINE-MGR: INVALID PARM: '
                       REQUEST-ACTION

           GOBACK.

      *    A refusal is audited against no run: nothing was read or
      *    moved, and the record shows who tried.
       CHECK-OPERATOR-AUTHORITY.
           MOVE REQUEST-OPERATOR-ID TO AUTH-OPERATOR-ID.
           CALL 'OPER-AUTH' USING AUTH-REQUEST.
           IF NOT AUTH-GRANTED
               DISPLAY 'BASELINE-MGR: ' REQUEST-ACTION
                   ' REFUSED FOR OPERATOR ' REQUEST-OPERATOR-ID
                   ' - ' AUTH-REFUSAL-TEXT
               MOVE SPACES TO AUDIT-RESULT
               STRING 'REFUSED: ' AUTH-REFUSAL-TEXT(11:20)
                   DELIMITED BY SIZE INTO AUDIT-RESULT
               END-STRING
               MOVE REQUEST-ACTION TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-RUN-ID
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Promotion only goes ahead once the candidate has been
      *    read end to end and shown to be green: a baseline with a
      *    FAIL in it would mask that same failure on every

       WRITE-AUDIT-RECORD.
           MOVE RUN-DATE TO AUDIT-DATE.
           MOVE REQUEST-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           PERFORM LOAD-CHAIN-TAIL.
           PERFORM CHAIN-AUDIT-LINE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.
           IF AUDIT-STATUS = '00'
               PERFORM WRITE-CHAIN-TAIL
           END-IF.
           CLOSE AUDIT-LOG-FILE.

      *    The chain continues from where BASETAIL says it ends. A
      *    log from before BASETAIL was kept continues from its last
      *    chained record; a log with none starts a new chain at
      *    one.
       LOAD-CHAIN-TAIL.
           MOVE ZERO TO LAST-CHAIN-SEQ.
           MOVE ZERO TO LAST-CHAIN-VALUE.
           MOVE 'N' TO AUDIT-EOF.
           MOVE 'N' TO TAIL-FOUND.
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
                   IF AUDIT-LOG-RECORD(81:7) IS NUMERIC
                           AND AUDIT-LOG-RECORD(89:10) IS NUMERIC
                       MOVE AUDIT-LOG-RECORD(81:7) TO LAST-CHAIN-SEQ
                       MOVE AUDIT-LOG-RECORD(89:10)
                           TO LAST-CHAIN-VALUE
                   END-IF
           END-READ.

      *    The check value covers the whole record up to and
      *    including its sequence number.
       CHAIN-AUDIT-LINE.
           ADD 1 TO LAST-CHAIN-SEQ.
           MOVE LAST-CHAIN-SEQ TO AUDIT-CHAIN-SEQ.
           MOVE LAST-CHAIN-VALUE TO CHAIN-PRIOR-VALUE.
           MOVE AUDIT-LINE(1:87) TO CHAIN-RECORD-TEXT.
           MOVE 87 TO CHAIN-TEXT-LENGTH.
           CALL 'AUDIT-CHAIN' USING CHAIN-REQUEST.
           MOVE CHAIN-NEW-VALUE TO AUDIT-CHAIN-VALUE.

      *    Rewritten straight after each record lands on the log, so
      *    it always names the log's last record.
       WRITE-CHAIN-TAIL.
           OPEN OUTPUT CHAIN-TAIL-FILE.
           MOVE SPACES TO CHAIN-TAIL-RECORD.
           MOVE AUDIT-CHAIN-SEQ TO TAIL-CHAIN-SEQ.
           MOVE AUDIT-CHAIN-VALUE TO TAIL-CHAIN-VALUE.
           WRITE CHAIN-TAIL-RECORD.
           CLOSE CHAIN-TAIL-FILE.

       END PROGRAM BASELINE-MGR.
