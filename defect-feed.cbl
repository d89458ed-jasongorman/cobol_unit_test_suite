       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFECT-FEED.
      *    Outbound interface to the defect tracking system. Reads
      *    the REGRESSION-DIFF report for the night's candidate run
      *    and, for every NEWLY-FAILED case that is not on the
      *    QUARREG quarantine register, writes one fixed-layout
      *    DEFECTFEED record (defect-feed.cpy) carrying suite,
      *    case, the routine under test and its build, expected
      *    and actual values and the run identifier - the values
      *    taken from the case's RESULTDB row, so the defect system
      *    gets exactly what the results master holds. The feed
      *    ends with a trailer holding the detail count. Each case
      *    sent is recorded on the DEFECTREG register, where
      *    TICKET-STATUS later records the ticket raised against
      *    it; a case whose earlier defect is still open is not
      *    sent again. PARM is the candidate run identifier the
      *    DIFFRPT was built for (for example '20260902-01').
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIFF-REPORT-FILE ASSIGN TO 'DIFFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIFF-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS QREG-STATUS.
           SELECT DEFECT-REG-FILE ASSIGN TO 'DEFECTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DREG-KEY
               FILE STATUS IS DREG-STATUS.
           SELECT SUITE-REGISTRY-FILE ASSIGN TO 'SUITEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT DEFECT-FEED-FILE ASSIGN TO 'DEFECTFEED'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DIFF-REPORT-FILE.
       01  DIFF-REPORT-RECORD PIC X(100).
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  DEFECT-REG-FILE.
           COPY 'defect-register.cpy'.
       FD  SUITE-REGISTRY-FILE.
           COPY 'suite-registry.cpy'.
       FD  DEFECT-FEED-FILE.
           COPY 'defect-feed.cpy'.
       WORKING-STORAGE SECTION.
       01  DIFF-STATUS     PIC X(02).
       01  RESULT-STATUS   PIC X(02).
       01  QREG-STATUS     PIC X(02).
       01  DREG-STATUS     PIC X(02).
       01  REGISTRY-STATUS PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  CANDIDATE-RUN-ID PIC X(11) VALUE SPACES.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
      *    With no quarantine register there is nothing quarantined.
       01  QUARREG-OPEN    PIC X(01) VALUE 'N'.
           88  QUARREG-AVAILABLE      VALUE 'Y'.
       01  REGISTRY-COUNT  PIC 9(02) VALUE ZERO.
       01  REGISTRY-TABLE.
           05  REGISTRY-ENTRY OCCURS 20 TIMES
                   INDEXED BY REGISTRY-IDX.
               10  REGISTERED-SUITE-NAME  PIC X(12).
               10  REGISTERED-ROUTINE     PIC X(07).
       01  CASE-ROUTINE    PIC X(07).
       01  NEWLY-FAILED-COUNT PIC 9(04) VALUE ZERO.
       01  SENT-COUNT      PIC 9(07) VALUE ZERO.
       01  QUARANTINED-COUNT PIC 9(04) VALUE ZERO.
       01  ALREADY-RAISED-COUNT PIC 9(04) VALUE ZERO.
       01  NOT-ON-MASTER-COUNT PIC 9(04) VALUE ZERO.
      *    Mirror of the DIFFRPT detail line REGRESSION-DIFF
      *    writes, picked apart by column.
       01  DIFF-LINE.
           05  DIFF-CASE-NAME      PIC X(30).
           05  FILLER              PIC X(01).
           05  DIFF-BASE-STATUS    PIC X(04).
           05  FILLER              PIC X(01).
           05  DIFF-CAND-STATUS    PIC X(04).
           05  FILLER              PIC X(01).
           05  DIFF-CLASSIFICATION PIC X(12).
           05  FILLER              PIC X(01).
           05  DIFF-EXPECTED       PIC X(12).
           05  FILLER              PIC X(01).
           05  DIFF-ACTUAL         PIC X(12).
           05  FILLER              PIC X(01).
           05  DIFF-CASE-SUITE     PIC X(12).
           05  FILLER              PIC X(08).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(11).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 11
               MOVE 11 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   TO CANDIDATE-RUN-ID
           END-IF.
           IF CANDIDATE-RUN-ID = SPACES
               DISPLAY 'DEFECT-FEED: PARM MUST NAME THE CANDIDATE '
                   'RUN ID'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SUITE-REGISTRY.
           PERFORM OPEN-MASTERS.

           OPEN INPUT DIFF-REPORT-FILE.
           IF DIFF-STATUS NOT = '00'
               DISPLAY 'DEFECT-FEED: DIFFRPT NOT AVAILABLE, STATUS='
                   DIFF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-MASTERS
               GOBACK
           END-IF.

           OPEN OUTPUT DEFECT-FEED-FILE.
           MOVE 'N' TO FILE-EOF.
           PERFORM READ-NEXT-DIFF-LINE
               UNTIL NO-MORE-RECORDS.
           CLOSE DIFF-REPORT-FILE.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE DEFECT-FEED-FILE.

           PERFORM CLOSE-MASTERS.

           DISPLAY 'DEFECT-FEED: NEWLY FAILED ' NEWLY-FAILED-COUNT
               ' SENT ' SENT-COUNT
               ' QUARANTINED ' QUARANTINED-COUNT
               ' ALREADY RAISED ' ALREADY-RAISED-COUNT.

      *    A newly failed case with no row for the named run means
      *    the PARM does not match the DIFFRPT; the feed is then
      *    short and somebody needs to look.
           IF NOT-ON-MASTER-COUNT > ZERO
               DISPLAY 'DEFECT-FEED: ' NOT-ON-MASTER-COUNT
                   ' NEWLY FAILED CASE(S) NOT ON RESULTDB FOR RUN '
                   CANDIDATE-RUN-ID
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-SUITE-REGISTRY.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT SUITE-REGISTRY-FILE.
           IF REGISTRY-STATUS = '00'
               PERFORM READ-NEXT-REGISTRY-ROW
                   UNTIL NO-MORE-RECORDS
               CLOSE SUITE-REGISTRY-FILE
           END-IF.
           IF REGISTRY-COUNT = ZERO
               DISPLAY 'DEFECT-FEED: SUITEREG MISSING OR EMPTY, '
                   'STATUS=' REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-NEXT-REGISTRY-ROW.
           READ SUITE-REGISTRY-FILE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
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

      *    The defect register is created empty the first time, as
      *    the other registers are.
       OPEN-MASTERS.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               DISPLAY 'DEFECT-FEED: RESULTDB NOT AVAILABLE, STATUS='
                   RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT QUARANTINE-REG-FILE.
           IF QREG-STATUS = '00'
               SET QUARREG-AVAILABLE TO TRUE
           ELSE
               IF QREG-STATUS NOT = '35'
                   DISPLAY 'DEFECT-FEED: QUARREG OPEN FAILED, '
                       'STATUS=' QREG-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE RESULT-MASTER-FILE
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O DEFECT-REG-FILE.
           IF DREG-STATUS = '35'
               OPEN OUTPUT DEFECT-REG-FILE
               CLOSE DEFECT-REG-FILE
               OPEN I-O DEFECT-REG-FILE
           END-IF.
           IF DREG-STATUS NOT = '00'
               DISPLAY 'DEFECT-FEED: DEFECTREG OPEN FAILED, STATUS='
                   DREG-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RESULT-MASTER-FILE
               IF QUARREG-AVAILABLE
                   CLOSE QUARANTINE-REG-FILE
               END-IF
               GOBACK
           END-IF.

       CLOSE-MASTERS.
           CLOSE RESULT-MASTER-FILE.
           IF QUARREG-AVAILABLE
               CLOSE QUARANTINE-REG-FILE
           END-IF.
           CLOSE DEFECT-REG-FILE.

       READ-NEXT-DIFF-LINE.
           READ DIFF-REPORT-FILE INTO DIFF-LINE
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF DIFF-CLASSIFICATION = 'NEWLY-FAILED'
                       ADD 1 TO NEWLY-FAILED-COUNT
                       PERFORM CONSIDER-NEWLY-FAILED-CASE
                   END-IF
           END-READ.

      *    A quarantined case already has its ticket; only the
      *    unexpected failures go out.
       CONSIDER-NEWLY-FAILED-CASE.
           MOVE '23' TO QREG-STATUS.
           IF QUARREG-AVAILABLE
               MOVE DIFF-CASE-NAME TO QREG-CASE-NAME
               READ QUARANTINE-REG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           IF QREG-STATUS = '00'
               ADD 1 TO QUARANTINED-COUNT
           ELSE
               MOVE CANDIDATE-RUN-ID TO RESULT-RUN-ID
               MOVE DIFF-CASE-SUITE TO RESULT-SUITE-NAME
               MOVE DIFF-CASE-NAME TO RESULT-CASE-NAME
               READ RESULT-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO NOT-ON-MASTER-COUNT
                       DISPLAY 'DEFECT-FEED: NOT ON RESULTDB - '
                           DIFF-CASE-SUITE ' ' DIFF-CASE-NAME
                   NOT INVALID KEY
                       PERFORM RECORD-DEFECT-RAISED
               END-READ
           END-IF.

      *    A case whose last defect is still open is not raised
      *    twice; one closed since is raised afresh on the same
      *    register row.
       RECORD-DEFECT-RAISED.
           MOVE RESULT-SUITE-NAME TO DREG-SUITE-NAME.
           MOVE RESULT-CASE-NAME TO DREG-CASE-NAME.
           READ DEFECT-REG-FILE
               INVALID KEY
                   PERFORM FILL-DEFECT-ROW
                   WRITE DEFECT-REG-RECORD
                       INVALID KEY
                           DISPLAY 'DEFECT-FEED: DEFECTREG WRITE '
                               'FAILED, STATUS=' DREG-STATUS
                   END-WRITE
                   PERFORM WRITE-FEED-DETAIL
               NOT INVALID KEY
                   IF DREG-STILL-OPEN
                       ADD 1 TO ALREADY-RAISED-COUNT
                   ELSE
                       PERFORM FILL-DEFECT-ROW
                       REWRITE DEFECT-REG-RECORD
                           INVALID KEY
                               DISPLAY 'DEFECT-FEED: DEFECTREG '
                                   'REWRITE FAILED, STATUS='
                                   DREG-STATUS
                       END-REWRITE
                       PERFORM WRITE-FEED-DETAIL
                   END-IF
           END-READ.

       FILL-DEFECT-ROW.
           PERFORM FIND-CASE-ROUTINE.
           MOVE CASE-ROUTINE TO DREG-ROUTINE.
           MOVE CANDIDATE-RUN-ID TO DREG-RAISED-RUN-ID.
           MOVE RUN-DATE TO DREG-RAISED-DATE.
           MOVE SPACES TO DREG-TICKET.
           SET DREG-AWAITING-TICKET TO TRUE.
           MOVE RUN-DATE TO DREG-STATE-DATE.
           MOVE SPACE TO DREG-FIX-OUTCOME.
           MOVE SPACES TO DREG-FIX-RUN-ID.

       FIND-CASE-ROUTINE.
           MOVE SPACES TO CASE-ROUTINE.
           SET REGISTRY-IDX TO 1.
           SEARCH REGISTRY-ENTRY
               AT END
                   MOVE 'UNKNOWN' TO CASE-ROUTINE
               WHEN REGISTRY-IDX > REGISTRY-COUNT
                   MOVE 'UNKNOWN' TO CASE-ROUTINE
               WHEN REGISTERED-SUITE-NAME(REGISTRY-IDX)
                       = RESULT-SUITE-NAME
                   MOVE REGISTERED-ROUTINE(REGISTRY-IDX)
                       TO CASE-ROUTINE
           END-SEARCH.

       WRITE-FEED-DETAIL.
           MOVE SPACES TO DEFECT-FEED-RECORD.
           SET DFEED-DETAIL TO TRUE.
           MOVE RESULT-RUN-ID TO DFEED-RUN-ID.
           MOVE RESULT-SUITE-NAME TO DFEED-SUITE-NAME.
           MOVE RESULT-CASE-NAME TO DFEED-CASE-NAME.
           MOVE CASE-ROUTINE TO DFEED-ROUTINE.
           MOVE RESULT-BUILD-ID TO DFEED-BUILD-ID.
           MOVE RESULT-EXPECTED TO DFEED-EXPECTED.
           MOVE RESULT-ACTUAL TO DFEED-ACTUAL.
           MOVE RESULT-CASE-STATUS TO DFEED-CASE-STATUS.
           MOVE RUN-DATE TO DFEED-RAISED-DATE.
           WRITE DEFECT-FEED-RECORD.
           ADD 1 TO SENT-COUNT.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO DEFECT-FEED-RECORD.
           SET DFEED-TRAILER TO TRUE.
           MOVE CANDIDATE-RUN-ID TO DFEED-TRAILER-RUN-ID.
           MOVE SENT-COUNT TO DFEED-DETAIL-COUNT.
           MOVE RUN-DATE TO DFEED-CREATED-DATE.
           WRITE DEFECT-FEED-RECORD.

       END PROGRAM DEFECT-FEED.
