       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
      *    Proves the evidence logs have not been tampered with.
      *    CASEAUDT (CASE-MAINT), QUARAUDT (QUAR-MAINT), BASEAUDT
      *    (BASELINE-MGR) and the ALERTREG register (ALERT-WRITE)
      *    each carry, per record, a chain sequence number and a
      *    check value computed by AUDIT-CHAIN from the record and
      *    the check value before it. This step reads each log end
      *    to end, recomputes every value with the same AUDIT-CHAIN
      *    routine, and reports per log on AUDVRPT either INTACT or
      *    the first record where the chain breaks - altered (check
      *    value wrong), missing or reordered (sequence out of
      *    step), or an unchained record inside the chain. Records
      *    written before chaining began lead the log unchained and
      *    are counted, not failed. ALERTREG is also held against
      *    the chain position ALERT-WRITE keeps on ALERTSEQ, and
      *    each audit log against the chain-tail control record its
      *    writer keeps (CASETAIL, QUARTAIL, BASETAIL), so records
      *    removed from the end of a log show too - and a log
      *    that is gone altogether while its control record says
      *    it was written is LOG MISSING, not merely absent. Any
      *    broken log ends the step with RETURN-CODE 8 so the
      *    scheduler holds CASE-REBUILD and everything downstream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-AUDIT-FILE ASSIGN TO 'CASEAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT QUAR-AUDIT-FILE ASSIGN TO 'QUARAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT BASE-AUDIT-FILE ASSIGN TO 'BASEAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT ALERT-REG-FILE ASSIGN TO 'ALERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AREG-ALERT-ID
               FILE STATUS IS LOG-STATUS.
           SELECT ALERT-SEQ-FILE ASSIGN TO 'ALERTSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT CASE-TAIL-FILE ASSIGN TO 'CASETAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAIL-STATUS.
           SELECT QUAR-TAIL-FILE ASSIGN TO 'QUARTAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAIL-STATUS.
           SELECT BASE-TAIL-FILE ASSIGN TO 'BASETAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAIL-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO 'AUDVRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-AUDIT-FILE.
       01  CASE-AUDIT-RECORD      PIC X(170).
       FD  QUAR-AUDIT-FILE.
       01  QUAR-AUDIT-RECORD      PIC X(110).
       FD  BASE-AUDIT-FILE.
       01  BASE-AUDIT-RECORD      PIC X(100).
       FD  ALERT-REG-FILE.
           COPY 'alert-register.cpy'.
      *    Same layout ALERT-WRITE keeps: last identifier, then the
      *    register chain's last sequence and check value.
       FD  ALERT-SEQ-FILE.
       01  ALERT-SEQ-RECORD.
           05  ALERTSEQ-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  ALERTSEQ-NUMBER     PIC 9(04).
           05  FILLER              PIC X(01).
           05  ALERTSEQ-CHAIN-SEQ  PIC 9(07).
           05  FILLER              PIC X(01).
           05  ALERTSEQ-CHAIN-VALUE PIC 9(10).
       FD  CASE-TAIL-FILE.
       01  CASE-TAIL-RECORD       PIC X(18).
       FD  QUAR-TAIL-FILE.
       01  QUAR-TAIL-RECORD       PIC X(18).
       FD  BASE-TAIL-FILE.
       01  BASE-TAIL-RECORD       PIC X(18).
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD   PIC X(132).
       WORKING-STORAGE SECTION.
       01  LOG-STATUS      PIC X(02).
       01  SEQ-STATUS      PIC X(02).
       01  TAIL-STATUS     PIC X(02).
      *    Same layout CASE-MAINT, QUAR-MAINT and BASELINE-MGR keep
      *    on their chain-tail control records: the log's last
      *    sequence and check value.
       01  CHAIN-TAIL-RECORD.
           05  TAIL-CHAIN-SEQ      PIC 9(07).
           05  FILLER              PIC X(01).
           05  TAIL-CHAIN-VALUE    PIC 9(10).
       01  TAIL-DDNAME     PIC X(08).
       01  LOG-EOF         PIC X(01).
           88  NO-MORE-LOG-RECORDS    VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  BROKEN-LOG-COUNT PIC 9(02) VALUE ZERO.
      *    Where, in the record being checked, its chain fields sit
      *    and how much of it the check value covers - set by each
      *    log's read paragraph before CHECK-ONE-RECORD.
       01  CHECK-LINE      PIC X(200).
       01  SEQ-OFFSET      PIC S9(4) COMP.
       01  VALUE-OFFSET    PIC S9(4) COMP.
       01  CHAINED-LENGTH  PIC S9(4) COMP.
       01  RECORD-SEQ-TEXT PIC X(07).
       01  RECORD-SEQ REDEFINES RECORD-SEQ-TEXT PIC 9(07).
       01  RECORD-VALUE-TEXT PIC X(10).
       01  RECORD-VALUE REDEFINES RECORD-VALUE-TEXT PIC 9(10).
      *    The state of the chain in the log being checked.
       01  LOG-NAME        PIC X(08).
       01  RECORDS-READ    PIC 9(07).
       01  UNCHAINED-COUNT PIC 9(07).
       01  CHAINED-COUNT   PIC 9(07).
       01  EXPECTED-SEQ    PIC 9(07).
       01  PRIOR-VALUE     PIC 9(10).
       01  CHAIN-STARTED   PIC X(01).
           88  CHAIN-HAS-STARTED      VALUE 'Y'.
       01  BREAK-FOUND     PIC X(01).
           88  CHAIN-IS-BROKEN        VALUE 'Y'.
       01  BREAK-REASON    PIC X(40).
       01  BREAK-LINE      PIC X(200).
           COPY 'chain-request.cpy'.
       01  VERIFY-HEADING-LINE.
           05  FILLER              PIC X(09) VALUE 'LOG'.
           05  FILLER              PIC X(09) VALUE 'RECORDS'.
           05  FILLER              PIC X(10) VALUE 'PRE-CHAIN'.
           05  FILLER              PIC X(09) VALUE 'CHAINED'.
           05  FILLER              PIC X(06) VALUE 'RESULT'.
       01  VERIFY-DETAIL-LINE.
           05  DETAIL-LOG-NAME     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-RECORDS      PIC Z(6)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-UNCHAINED    PIC Z(6)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-CHAINED      PIC Z(6)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-RESULT       PIC X(70).
       01  BREAK-DETAIL-LINE.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'RECORD: '.
           05  BREAK-RECORD-TEXT   PIC X(100).
       01  RECORD-NUMBER-EDIT PIC Z(6)9.
       01  SECTION-BREAK-LINE PIC X(40) VALUE ALL '-'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING 'AUDIT CHAIN VERIFICATION  ' RUN-DATE
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD FROM SECTION-BREAK-LINE.
           WRITE VERIFY-REPORT-RECORD FROM VERIFY-HEADING-LINE.

           PERFORM VERIFY-CASE-AUDIT.
           PERFORM VERIFY-QUAR-AUDIT.
           PERFORM VERIFY-BASE-AUDIT.
           PERFORM VERIFY-ALERT-REGISTER.

           CLOSE VERIFY-REPORT-FILE.

           DISPLAY 'AUDIT-VERIFY: ' BROKEN-LOG-COUNT
               ' LOG(S) WITH A BROKEN CHAIN'.

           IF BROKEN-LOG-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    CASEAUDT: sequence at column 147, check value at 155,
      *    covering columns 1-153.
       VERIFY-CASE-AUDIT.
           MOVE 'CASEAUDT' TO LOG-NAME.
           PERFORM START-LOG-CHECK.
           MOVE 147 TO SEQ-OFFSET.
           MOVE 155 TO VALUE-OFFSET.
           MOVE 153 TO CHAINED-LENGTH.
           OPEN INPUT CASE-AUDIT-FILE.
           IF LOG-STATUS = '00'
               PERFORM READ-NEXT-CASE-AUDIT
                   UNTIL NO-MORE-LOG-RECORDS
               CLOSE CASE-AUDIT-FILE
               PERFORM CHECK-CASE-CHAIN-END
               PERFORM REPORT-LOG-RESULT
           ELSE
               PERFORM CHECK-CASE-CHAIN-END
               PERFORM REPORT-LOG-ABSENT
           END-IF.

       READ-NEXT-CASE-AUDIT.
           READ CASE-AUDIT-FILE
               AT END
                   SET NO-MORE-LOG-RECORDS TO TRUE
               NOT AT END
                   MOVE CASE-AUDIT-RECORD TO CHECK-LINE
                   PERFORM CHECK-ONE-RECORD
           END-READ.

      *    QUARAUDT: sequence at column 92, check value at 100,
      *    covering columns 1-98.
       VERIFY-QUAR-AUDIT.
           MOVE 'QUARAUDT' TO LOG-NAME.
           PERFORM START-LOG-CHECK.
           MOVE 92 TO SEQ-OFFSET.
           MOVE 100 TO VALUE-OFFSET.
           MOVE 98 TO CHAINED-LENGTH.
           OPEN INPUT QUAR-AUDIT-FILE.
           IF LOG-STATUS = '00'
               PERFORM READ-NEXT-QUAR-AUDIT
                   UNTIL NO-MORE-LOG-RECORDS
               CLOSE QUAR-AUDIT-FILE
               PERFORM CHECK-QUAR-CHAIN-END
               PERFORM REPORT-LOG-RESULT
           ELSE
               PERFORM CHECK-QUAR-CHAIN-END
               PERFORM REPORT-LOG-ABSENT
           END-IF.

       READ-NEXT-QUAR-AUDIT.
           READ QUAR-AUDIT-FILE
               AT END
                   SET NO-MORE-LOG-RECORDS TO TRUE
               NOT AT END
                   MOVE QUAR-AUDIT-RECORD TO CHECK-LINE
                   PERFORM CHECK-ONE-RECORD
           END-READ.

      *    BASEAUDT: sequence at column 81, check value at 89,
      *    covering columns 1-87.
       VERIFY-BASE-AUDIT.
           MOVE 'BASEAUDT' TO LOG-NAME.
           PERFORM START-LOG-CHECK.
           MOVE 81 TO SEQ-OFFSET.
           MOVE 89 TO VALUE-OFFSET.
           MOVE 87 TO CHAINED-LENGTH.
           OPEN INPUT BASE-AUDIT-FILE.
           IF LOG-STATUS = '00'
               PERFORM READ-NEXT-BASE-AUDIT
                   UNTIL NO-MORE-LOG-RECORDS
               CLOSE BASE-AUDIT-FILE
               PERFORM CHECK-BASE-CHAIN-END
               PERFORM REPORT-LOG-RESULT
           ELSE
               PERFORM CHECK-BASE-CHAIN-END
               PERFORM REPORT-LOG-ABSENT
           END-IF.

       READ-NEXT-BASE-AUDIT.
           READ BASE-AUDIT-FILE
               AT END
                   SET NO-MORE-LOG-RECORDS TO TRUE
               NOT AT END
                   MOVE BASE-AUDIT-RECORD TO CHECK-LINE
                   PERFORM CHECK-ONE-RECORD
           END-READ.

      *    ALERTREG rows are read in alert identifier order - the
      *    order ALERT-WRITE raised them - and laid out for the
      *    check as ALERT-WRITE chained them: identifier, raise time
      *    and text, then the sequence, then the check value. The
      *    acknowledgment fields are not covered; ALERT-ACK stamps
      *    them later by design.
       VERIFY-ALERT-REGISTER.
           MOVE 'ALERTREG' TO LOG-NAME.
           PERFORM START-LOG-CHECK.
           MOVE 100 TO SEQ-OFFSET.
           MOVE 107 TO VALUE-OFFSET.
           MOVE 106 TO CHAINED-LENGTH.
           OPEN INPUT ALERT-REG-FILE.
           IF LOG-STATUS = '00'
               PERFORM READ-NEXT-ALERT-ROW
                   UNTIL NO-MORE-LOG-RECORDS
               CLOSE ALERT-REG-FILE
               PERFORM CHECK-ALERT-CHAIN-END
               PERFORM REPORT-LOG-RESULT
           ELSE
               PERFORM CHECK-ALERT-CHAIN-END
               PERFORM REPORT-LOG-ABSENT
           END-IF.

       READ-NEXT-ALERT-ROW.
           READ ALERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-LOG-RECORDS TO TRUE
               NOT AT END
                   MOVE SPACES TO CHECK-LINE
                   MOVE ALERT-REG-RECORD(1:99) TO CHECK-LINE(1:99)
                   MOVE AREG-CHAIN-SEQ TO CHECK-LINE(100:7)
                   MOVE AREG-CHAIN-VALUE TO CHECK-LINE(107:10)
                   PERFORM CHECK-ONE-RECORD
           END-READ.

      *    The last row must be where ALERTSEQ says the chain ends;
      *    anything short of it means rows were removed from the
      *    end of the register.
       CHECK-ALERT-CHAIN-END.
           IF NOT CHAIN-IS-BROKEN
               MOVE 'ALERTSEQ' TO TAIL-DDNAME
               OPEN INPUT ALERT-SEQ-FILE
               IF SEQ-STATUS = '00'
                   READ ALERT-SEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM COMPARE-ALERT-CHAIN-END
                   END-READ
                   CLOSE ALERT-SEQ-FILE
               END-IF
           END-IF.

      *    Each audit log's last record must be the one its writer's
      *    chain-tail record names.
       CHECK-CASE-CHAIN-END.
           IF NOT CHAIN-IS-BROKEN
               MOVE 'CASETAIL' TO TAIL-DDNAME
               OPEN INPUT CASE-TAIL-FILE
               IF TAIL-STATUS = '00'
                   READ CASE-TAIL-FILE INTO CHAIN-TAIL-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM COMPARE-LOG-CHAIN-END
                   END-READ
                   CLOSE CASE-TAIL-FILE
               END-IF
           END-IF.

       CHECK-QUAR-CHAIN-END.
           IF NOT CHAIN-IS-BROKEN
               MOVE 'QUARTAIL' TO TAIL-DDNAME
               OPEN INPUT QUAR-TAIL-FILE
               IF TAIL-STATUS = '00'
                   READ QUAR-TAIL-FILE INTO CHAIN-TAIL-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM COMPARE-LOG-CHAIN-END
                   END-READ
                   CLOSE QUAR-TAIL-FILE
               END-IF
           END-IF.

       CHECK-BASE-CHAIN-END.
           IF NOT CHAIN-IS-BROKEN
               MOVE 'BASETAIL' TO TAIL-DDNAME
               OPEN INPUT BASE-TAIL-FILE
               IF TAIL-STATUS = '00'
                   READ BASE-TAIL-FILE INTO CHAIN-TAIL-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM COMPARE-LOG-CHAIN-END
                   END-READ
                   CLOSE BASE-TAIL-FILE
               END-IF
           END-IF.

      *    Fewer chained records than the tail says means records
      *    were cut from the end; any other difference means the
      *    log and its tail no longer describe the same chain.
       COMPARE-LOG-CHAIN-END.
           IF TAIL-CHAIN-SEQ IS NUMERIC
                   AND TAIL-CHAIN-VALUE IS NUMERIC
               IF TAIL-CHAIN-SEQ NOT = CHAINED-COUNT
                       OR (CHAINED-COUNT > ZERO
                           AND TAIL-CHAIN-VALUE NOT = PRIOR-VALUE)
                   SET CHAIN-IS-BROKEN TO TRUE
                   MOVE SPACES TO BREAK-REASON
                   IF TAIL-CHAIN-SEQ > CHAINED-COUNT
                       STRING 'ENDS SHORT OF ' TAIL-DDNAME
                           ': RECORDS MISSING'
                           DELIMITED BY SIZE INTO BREAK-REASON
                       END-STRING
                   ELSE
                       STRING 'ENDS AT ODDS WITH ' TAIL-DDNAME
                           DELIMITED BY SIZE INTO BREAK-REASON
                       END-STRING
                   END-IF
                   MOVE CHAIN-TAIL-RECORD TO BREAK-LINE
               END-IF
           END-IF.

       COMPARE-ALERT-CHAIN-END.
           IF ALERTSEQ-CHAIN-SEQ IS NUMERIC
                   AND ALERTSEQ-CHAIN-VALUE IS NUMERIC
               IF ALERTSEQ-CHAIN-SEQ NOT = CHAINED-COUNT
                       OR (CHAINED-COUNT > ZERO
                           AND ALERTSEQ-CHAIN-VALUE NOT = PRIOR-VALUE)
                   SET CHAIN-IS-BROKEN TO TRUE
                   MOVE 'ENDS SHORT OF ALERTSEQ: ROWS MISSING'
                       TO BREAK-REASON
                   MOVE ALERT-SEQ-RECORD TO BREAK-LINE
               END-IF
           END-IF.

       START-LOG-CHECK.
           MOVE 'N' TO LOG-EOF.
           MOVE 'N' TO CHAIN-STARTED.
           MOVE 'N' TO BREAK-FOUND.
           MOVE ZERO TO RECORDS-READ.
           MOVE ZERO TO UNCHAINED-COUNT.
           MOVE ZERO TO CHAINED-COUNT.
           MOVE 1 TO EXPECTED-SEQ.
           MOVE ZERO TO PRIOR-VALUE.
           MOVE SPACES TO BREAK-REASON.
           MOVE SPACES TO BREAK-LINE.

      *    One record against the chain. Leading unchained records
      *    are the log as it stood before chaining began; once the
      *    chain has started, every record must carry the next
      *    sequence number and the check value recomputed here.
      *    The first break ends the check of that log.
       CHECK-ONE-RECORD.
           ADD 1 TO RECORDS-READ.
           MOVE CHECK-LINE(SEQ-OFFSET:7) TO RECORD-SEQ-TEXT.
           MOVE CHECK-LINE(VALUE-OFFSET:10) TO RECORD-VALUE-TEXT.

           IF RECORD-SEQ-TEXT IS NOT NUMERIC
                   OR RECORD-VALUE-TEXT IS NOT NUMERIC
                   OR RECORD-SEQ = ZERO
               IF CHAIN-HAS-STARTED
                   MOVE 'UNCHAINED RECORD INSIDE THE CHAIN'
                       TO BREAK-REASON
                   PERFORM NOTE-CHAIN-BREAK
               ELSE
                   ADD 1 TO UNCHAINED-COUNT
               END-IF
           ELSE
               SET CHAIN-HAS-STARTED TO TRUE
               EVALUATE TRUE
                   WHEN RECORD-SEQ > EXPECTED-SEQ
                       MOVE 'SEQUENCE GAP: RECORD MISSING OR MOVED'
                           TO BREAK-REASON
                       PERFORM NOTE-CHAIN-BREAK
                   WHEN RECORD-SEQ < EXPECTED-SEQ
                       MOVE 'SEQUENCE BACKWARDS: REORDERED OR COPIED'
                           TO BREAK-REASON
                       PERFORM NOTE-CHAIN-BREAK
                   WHEN OTHER
                       PERFORM RECOMPUTE-CHECK-VALUE
               END-EVALUATE
           END-IF.

       RECOMPUTE-CHECK-VALUE.
           MOVE PRIOR-VALUE TO CHAIN-PRIOR-VALUE.
           MOVE CHECK-LINE(1:CHAINED-LENGTH) TO CHAIN-RECORD-TEXT.
           MOVE CHAINED-LENGTH TO CHAIN-TEXT-LENGTH.
           CALL 'AUDIT-CHAIN' USING CHAIN-REQUEST.
           IF CHAIN-NEW-VALUE NOT = RECORD-VALUE
               MOVE 'CHECK VALUE WRONG: RECORD ALTERED'
                   TO BREAK-REASON
               PERFORM NOTE-CHAIN-BREAK
           ELSE
               ADD 1 TO CHAINED-COUNT
               ADD 1 TO EXPECTED-SEQ
               MOVE RECORD-VALUE TO PRIOR-VALUE
           END-IF.

       NOTE-CHAIN-BREAK.
           SET CHAIN-IS-BROKEN TO TRUE.
           MOVE CHECK-LINE TO BREAK-LINE.
           SET NO-MORE-LOG-RECORDS TO TRUE.

       REPORT-LOG-RESULT.
           MOVE LOG-NAME TO DETAIL-LOG-NAME.
           MOVE RECORDS-READ TO DETAIL-RECORDS.
           MOVE UNCHAINED-COUNT TO DETAIL-UNCHAINED.
           MOVE CHAINED-COUNT TO DETAIL-CHAINED.
           MOVE SPACES TO DETAIL-RESULT.
           IF CHAIN-IS-BROKEN
               ADD 1 TO BROKEN-LOG-COUNT
               IF BREAK-REASON(1:4) = 'ENDS'
                   MOVE 'BROKEN AFTER LAST RECORD: ' TO DETAIL-RESULT
                   MOVE BREAK-REASON TO DETAIL-RESULT(27:40)
               ELSE
                   MOVE RECORDS-READ TO RECORD-NUMBER-EDIT
                   STRING 'BROKEN AT RECORD '
                       FUNCTION TRIM(RECORD-NUMBER-EDIT)
                       ': ' BREAK-REASON
                       DELIMITED BY SIZE INTO DETAIL-RESULT
                   END-STRING
               END-IF
               DISPLAY 'AUDIT-VERIFY: ' LOG-NAME ' ' DETAIL-RESULT
           ELSE
               MOVE 'INTACT' TO DETAIL-RESULT
           END-IF.
           WRITE VERIFY-REPORT-RECORD FROM VERIFY-DETAIL-LINE.
           IF CHAIN-IS-BROKEN
               MOVE BREAK-LINE TO BREAK-RECORD-TEXT
               WRITE VERIFY-REPORT-RECORD FROM BREAK-DETAIL-LINE
           END-IF.

      *    A log nobody has written yet has nothing to prove. One
      *    whose control record shows a chain was written to it
      *    has been deleted, which is as broken as a log can be.
       REPORT-LOG-ABSENT.
           MOVE LOG-NAME TO DETAIL-LOG-NAME.
           MOVE ZERO TO DETAIL-RECORDS.
           MOVE ZERO TO DETAIL-UNCHAINED.
           MOVE ZERO TO DETAIL-CHAINED.
           MOVE SPACES TO DETAIL-RESULT.
           IF CHAIN-IS-BROKEN
               ADD 1 TO BROKEN-LOG-COUNT
               STRING 'LOG MISSING, STATUS=' LOG-STATUS
                   ' - ' TAIL-DDNAME ' SHOWS A CHAIN WRITTEN'
                   DELIMITED BY SIZE INTO DETAIL-RESULT
               END-STRING
               DISPLAY 'AUDIT-VERIFY: ' LOG-NAME ' ' DETAIL-RESULT
           ELSE
               STRING 'NOT PRESENT, STATUS=' LOG-STATUS
                   DELIMITED BY SIZE INTO DETAIL-RESULT
               END-STRING
           END-IF.
           WRITE VERIFY-REPORT-RECORD FROM VERIFY-DETAIL-LINE.
           IF CHAIN-IS-BROKEN
               MOVE BREAK-LINE TO BREAK-RECORD-TEXT
               WRITE VERIFY-REPORT-RECORD FROM BREAK-DETAIL-LINE
           END-IF.

       END PROGRAM AUDIT-VERIFY.
