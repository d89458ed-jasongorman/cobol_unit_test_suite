      *    track whether on-call ever saw it. An alert that cannot
      *    be registered still goes to the feed: paging on-call
      *    matters more than the bookkeeping.
      *    Each registered alert is chained to the one before it
      *    (AUDIT-CHAIN computes the check value); the ALERTSEQ
      *    control record carries the chain's last sequence and
      *    value along with the last identifier, so AUDIT-VERIFY can
      *    tell a row deleted from the end of the register too. The
      *    chain tail on ALERTSEQ moves on only once the row that
      *    carries it is on the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  PAGE-ALERT-FILE.
       01  PAGE-ALERT-FILE-RECORD PIC X(100).
      *    Last alert identifier handed out, so alerts raised on
      *    the same date take the next sequence number, and where
      *    the register's chain stands.
       FD  ALERT-SEQ-FILE.
       01  ALERT-SEQ-RECORD.
           05  ALERTSEQ-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  ALERTSEQ-NUMBER     PIC 9(04).
           05  FILLER              PIC X(01).
           05  ALERTSEQ-CHAIN-SEQ  PIC 9(07).
           05  FILLER              PIC X(01).
           05  ALERTSEQ-CHAIN-VALUE PIC 9(10).
       FD  ALERT-REG-FILE.
           COPY 'alert-register.cpy'.
       WORKING-STORAGE SECTION.
           05  ALERT-ID-DATE       PIC 9(08).
           05  FILLER              PIC X(01) VALUE '-'.
           05  ALERT-ID-SEQ        PIC 9(04).
       01  LAST-CHAIN-SEQ  PIC 9(07).
       01  LAST-CHAIN-VALUE PIC 9(10).
       01  SEQ-CHAIN-SEQ   PIC 9(07).
       01  SEQ-CHAIN-VALUE PIC 9(10).
           COPY 'chain-request.cpy'.
       01  FEED-LINE.
           05  FEED-ALERT-ID       PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACE.
      *    Same rule as the RUNSEQ run identifier: the next number
      *    for the same date, restarting at 0001 on a new date, and
      *    the control record written straight back so an abend
      *    cannot hand the same identifier out twice. The record
      *    keeps the chain tail it was read with until the new
      *    row is registered.
       ASSIGN-ALERT-IDENTIFIER.
           MOVE RUN-DATE TO ALERT-ID-DATE.
           MOVE 0001 TO ALERT-ID-SEQ.
           MOVE ZERO TO LAST-CHAIN-SEQ.
           MOVE ZERO TO LAST-CHAIN-VALUE.

           OPEN INPUT ALERT-SEQ-FILE.
           IF SEQ-STATUS = '00'
                           COMPUTE ALERT-ID-SEQ =
                               ALERTSEQ-NUMBER + 1
                       END-IF
                       IF ALERTSEQ-CHAIN-SEQ IS NUMERIC
                               AND ALERTSEQ-CHAIN-VALUE IS NUMERIC
                           MOVE ALERTSEQ-CHAIN-SEQ TO LAST-CHAIN-SEQ
                           MOVE ALERTSEQ-CHAIN-VALUE
                               TO LAST-CHAIN-VALUE
                       END-IF
               END-READ
               CLOSE ALERT-SEQ-FILE
           END-IF.

           MOVE LAST-CHAIN-SEQ TO SEQ-CHAIN-SEQ.
           MOVE LAST-CHAIN-VALUE TO SEQ-CHAIN-VALUE.
           PERFORM CHAIN-NEW-ALERT.
           PERFORM WRITE-ALERT-SEQUENCE.

       WRITE-ALERT-SEQUENCE.
           OPEN OUTPUT ALERT-SEQ-FILE.
           MOVE SPACES TO ALERT-SEQ-RECORD.
           MOVE RUN-DATE TO ALERTSEQ-DATE.
           MOVE '-' TO ALERT-SEQ-RECORD(9:1).
           MOVE ALERT-ID-SEQ TO ALERTSEQ-NUMBER.
           MOVE SEQ-CHAIN-SEQ TO ALERTSEQ-CHAIN-SEQ.
           MOVE SEQ-CHAIN-VALUE TO ALERTSEQ-CHAIN-VALUE.
           WRITE ALERT-SEQ-RECORD.
           CLOSE ALERT-SEQ-FILE.

      *    The check value covers the parts of the register row that
      *    never change once written: identifier, raise time and
      *    text, then the row's chain sequence.
       CHAIN-NEW-ALERT.
           ADD 1 TO LAST-CHAIN-SEQ.
           MOVE LAST-CHAIN-VALUE TO CHAIN-PRIOR-VALUE.
           MOVE SPACES TO CHAIN-RECORD-TEXT.
           MOVE ALERT-IDENTIFIER TO CHAIN-RECORD-TEXT(1:13).
           MOVE TIME-STAMP(1:6) TO CHAIN-RECORD-TEXT(14:6).
           MOVE ALERT-REQUEST-TEXT TO CHAIN-RECORD-TEXT(20:80).
           MOVE LAST-CHAIN-SEQ TO CHAIN-RECORD-TEXT(100:7).
           MOVE 106 TO CHAIN-TEXT-LENGTH.
           CALL 'AUDIT-CHAIN' USING CHAIN-REQUEST.
           MOVE CHAIN-NEW-VALUE TO LAST-CHAIN-VALUE.

       APPEND-TO-FEED.
           MOVE ALERT-IDENTIFIER TO FEED-ALERT-ID.
           MOVE ALERT-REQUEST-TEXT TO FEED-ALERT-TEXT.
               MOVE SPACES TO AREG-ACK-BY
               MOVE ZERO TO AREG-ACK-DATE
               MOVE ZERO TO AREG-ACK-TIME
               MOVE LAST-CHAIN-SEQ TO AREG-CHAIN-SEQ
               MOVE LAST-CHAIN-VALUE TO AREG-CHAIN-VALUE
               WRITE ALERT-REG-RECORD
                   INVALID KEY
                       DISPLAY 'ALERT-WRITE: REGISTER WRITE '
                           'FAILED, STATUS=' AREG-STATUS
                   NOT INVALID KEY
                       MOVE LAST-CHAIN-SEQ TO SEQ-CHAIN-SEQ
                       MOVE LAST-CHAIN-VALUE TO SEQ-CHAIN-VALUE
                       PERFORM WRITE-ALERT-SEQUENCE
               END-WRITE
               CLOSE ALERT-REG-FILE
           END-IF.
