       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-STATUS.
      *    Inbound interface from the defect tracking system. Reads
      *    the TICKSTAT ticket-status file - one event per line: a
      *    ticket issued against a case DEFECT-FEED raised ('I'), a
      *    ticket closed as fixed ('F') or closed any other way
      *    ('C') - and records each against the case's DEFECTREG
      *    row. A ticket closed as fixed is held against the latest
      *    run (the run identifier on RUNSEQ): if the case passed,
      *    and QUARREG has it quarantined on that same ticket, a
      *    release transaction in the QUARTRAN layout is written to
      *    RELTRAN for QUAR-MAINT to apply - stamped with the
      *    operator ID in the PARM, who must hold quarantine
      *    authority there - so the release is authorised and
      *    audited like any other. If the case is still failing in
      *    the latest run the fix did not work: nothing is released
      *    and the TICKRPT report says so. Any rejected event or
      *    failed fix leaves the step with RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-STATUS-FILE ASSIGN TO 'TICKSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSTAT-STATUS.
           SELECT DEFECT-REG-FILE ASSIGN TO 'DEFECTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DREG-KEY
               FILE STATUS IS DREG-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS QREG-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSEQ-STATUS.
           SELECT RELEASE-TRAN-FILE ASSIGN TO 'RELTRAN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TICKET-REPORT-FILE ASSIGN TO 'TICKRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-STATUS-FILE.
       01  TICKET-STATUS-RECORD.
           05  TSTAT-TICKET        PIC X(08).
           05  FILLER              PIC X(01).
           05  TSTAT-SUITE-NAME    PIC X(12).
           05  FILLER              PIC X(01).
           05  TSTAT-CASE-NAME     PIC X(30).
           05  FILLER              PIC X(01).
           05  TSTAT-EVENT         PIC X(01).
               88  TSTAT-ISSUED            VALUE 'I'.
               88  TSTAT-CLOSED-FIXED      VALUE 'F'.
               88  TSTAT-CLOSED-OTHER      VALUE 'C'.
               88  TSTAT-VALID-EVENT       VALUE 'I' 'F' 'C'.
           05  FILLER              PIC X(01).
           05  TSTAT-EVENT-DATE    PIC X(08).
       FD  DEFECT-REG-FILE.
           COPY 'defect-register.cpy'.
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
      *    The last run identifier MATHS-SUITE handed out.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD     PIC X(11).
      *    Same layout as the QUARTRAN transaction QUAR-MAINT reads.
       FD  RELEASE-TRAN-FILE.
       01  RELEASE-TRAN-RECORD.
           05  RTRAN-ACTION            PIC X(01).
           05  RTRAN-CASE-NAME         PIC X(30).
           05  RTRAN-SUITE-NAME        PIC X(12).
           05  RTRAN-TICKET            PIC X(08).
           05  RTRAN-EXPIRY-DATE       PIC 9(08).
           05  RTRAN-OPERATOR-ID       PIC X(08).
       FD  TICKET-REPORT-FILE.
       01  TICKET-REPORT-RECORD   PIC X(132).
       WORKING-STORAGE SECTION.
       01  TSTAT-STATUS    PIC X(02).
       01  DREG-STATUS     PIC X(02).
       01  QREG-STATUS     PIC X(02).
       01  RESULT-STATUS   PIC X(02).
       01  RUNSEQ-STATUS   PIC X(02).
       01  TSTAT-EOF       PIC X(01) VALUE 'N'.
           88  NO-MORE-EVENTS         VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  EVENT-DATE      PIC 9(08).
       01  LATEST-RUN-ID   PIC X(11) VALUE SPACES.
       01  RELEASE-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  QUARREG-OPEN    PIC X(01) VALUE 'N'.
           88  QUARREG-AVAILABLE      VALUE 'Y'.
       01  RESULTDB-OPEN   PIC X(01) VALUE 'N'.
           88  RESULTDB-AVAILABLE     VALUE 'Y'.
       01  RECORDED-COUNT  PIC 9(04) VALUE ZERO.
       01  REJECTED-COUNT  PIC 9(04) VALUE ZERO.
       01  RELEASE-COUNT   PIC 9(04) VALUE ZERO.
       01  FIX-FAILED-COUNT PIC 9(04) VALUE ZERO.
       01  EVENT-RESULT    PIC X(60).
       01  TICKET-HEADING-LINE.
           05  FILLER              PIC X(09) VALUE 'TICKET'.
           05  FILLER              PIC X(13) VALUE 'SUITE'.
           05  FILLER              PIC X(31) VALUE 'CASE'.
           05  FILLER              PIC X(04) VALUE 'EVT'.
           05  FILLER              PIC X(06) VALUE 'RESULT'.
       01  TICKET-DETAIL-LINE.
           05  DETAIL-TICKET       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-SUITE-NAME   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-CASE-NAME    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-EVENT        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-RESULT       PIC X(60).
       01  TICKET-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE 'RECORDED: '.
           05  TOTAL-RECORDED      PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE '  REJECTED: '.
           05  TOTAL-REJECTED      PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE '  RELEASES: '.
           05  TOTAL-RELEASES      PIC ZZZ9.
           05  FILLER              PIC X(19) VALUE
               '  FIXES NOT WORKING'.
           05  FILLER              PIC X(02) VALUE ': '.
           05  TOTAL-FIX-FAILED    PIC ZZZ9.
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(08).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 8
               MOVE 8 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH > 0
               MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH)
                   TO RELEASE-OPERATOR-ID
           END-IF.
           IF RELEASE-OPERATOR-ID = SPACES
               DISPLAY 'TICKET-STATUS: PARM MUST NAME THE OPERATOR '
                   'FOR RELEASE TRANSACTIONS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-LATEST-RUN-ID.
           PERFORM OPEN-REGISTERS.

           OPEN OUTPUT RELEASE-TRAN-FILE.
           OPEN OUTPUT TICKET-REPORT-FILE.
           WRITE TICKET-REPORT-RECORD FROM TICKET-HEADING-LINE.

           OPEN INPUT TICKET-STATUS-FILE.
           IF TSTAT-STATUS = '00'
               PERFORM READ-NEXT-EVENT
                   UNTIL NO-MORE-EVENTS
               CLOSE TICKET-STATUS-FILE
           ELSE
               DISPLAY 'TICKET-STATUS: TICKSTAT NOT AVAILABLE, '
                   'STATUS=' TSTAT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE RECORDED-COUNT TO TOTAL-RECORDED.
           MOVE REJECTED-COUNT TO TOTAL-REJECTED.
           MOVE RELEASE-COUNT TO TOTAL-RELEASES.
           MOVE FIX-FAILED-COUNT TO TOTAL-FIX-FAILED.
           WRITE TICKET-REPORT-RECORD FROM TICKET-TOTAL-LINE.

           CLOSE TICKET-REPORT-FILE.
           CLOSE RELEASE-TRAN-FILE.
           CLOSE DEFECT-REG-FILE.
           IF QUARREG-AVAILABLE
               CLOSE QUARANTINE-REG-FILE
           END-IF.
           IF RESULTDB-AVAILABLE
               CLOSE RESULT-MASTER-FILE
           END-IF.

           DISPLAY 'TICKET-STATUS: RECORDED ' RECORDED-COUNT
               ' REJECTED ' REJECTED-COUNT
               ' RELEASES ' RELEASE-COUNT
               ' FIXES NOT WORKING ' FIX-FAILED-COUNT.

           IF (REJECTED-COUNT > ZERO OR FIX-FAILED-COUNT > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    Without a run identifier no fix can be proven; closures
      *    are still recorded, but nothing is released.
       READ-LATEST-RUN-ID.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNSEQ-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-CONTROL-RECORD TO LATEST-RUN-ID
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF LATEST-RUN-ID = SPACES
               DISPLAY 'TICKET-STATUS: NO LATEST RUN ON RUNSEQ - '
                   'FIXES CANNOT BE CHECKED'
           END-IF.

       OPEN-REGISTERS.
           OPEN I-O DEFECT-REG-FILE.
           IF DREG-STATUS NOT = '00'
               DISPLAY 'TICKET-STATUS: DEFECTREG OPEN FAILED, '
                   'STATUS=' DREG-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT QUARANTINE-REG-FILE.
           IF QREG-STATUS = '00'
               SET QUARREG-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS = '00'
               SET RESULTDB-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'TICKET-STATUS: RESULTDB NOT AVAILABLE, '
                   'STATUS=' RESULT-STATUS
           END-IF.

       READ-NEXT-EVENT.
           READ TICKET-STATUS-FILE
               AT END
                   SET NO-MORE-EVENTS TO TRUE
               NOT AT END
                   PERFORM APPLY-EVENT
           END-READ.

       APPLY-EVENT.
           MOVE SPACES TO EVENT-RESULT.
           IF TSTAT-EVENT-DATE IS NUMERIC
               MOVE TSTAT-EVENT-DATE TO EVENT-DATE
           ELSE
               MOVE RUN-DATE TO EVENT-DATE
           END-IF.

           IF NOT TSTAT-VALID-EVENT
               MOVE 'REJECTED: INVALID EVENT' TO EVENT-RESULT
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF TSTAT-TICKET = SPACES
                   MOVE 'REJECTED: TICKET BLANK' TO EVENT-RESULT
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE TSTAT-SUITE-NAME TO DREG-SUITE-NAME
                   MOVE TSTAT-CASE-NAME TO DREG-CASE-NAME
                   READ DEFECT-REG-FILE
                       INVALID KEY
                           MOVE 'REJECTED: CASE NOT RAISED BY US'
                               TO EVENT-RESULT
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           PERFORM APPLY-RAISED-CASE-EVENT
                   END-READ
               END-IF
           END-IF.

      *    A defect carries one ticket: once issued, events naming
      *    any other ticket for the case are refused.
       APPLY-RAISED-CASE-EVENT.
           IF DREG-TICKET NOT = SPACES
                   AND DREG-TICKET NOT = TSTAT-TICKET
               MOVE SPACES TO EVENT-RESULT
               STRING 'REJECTED: CASE IS ON TICKET ' DREG-TICKET
                   DELIMITED BY SIZE INTO EVENT-RESULT
               END-STRING
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF NOT DREG-STILL-OPEN
                   MOVE 'REJECTED: DEFECT ALREADY CLOSED'
                       TO EVENT-RESULT
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE TSTAT-TICKET TO DREG-TICKET
                   MOVE EVENT-DATE TO DREG-STATE-DATE
                   EVALUATE TRUE
                       WHEN TSTAT-ISSUED
                           SET DREG-TICKET-OPEN TO TRUE
                           MOVE 'RECORDED: TICKET ISSUED'
                               TO EVENT-RESULT
                       WHEN TSTAT-CLOSED-OTHER
                           SET DREG-CLOSED-NOT-FIXED TO TRUE
                           MOVE 'RECORDED: CLOSED, NOT AS FIXED'
                               TO EVENT-RESULT
                       WHEN TSTAT-CLOSED-FIXED
                           SET DREG-CLOSED-FIXED TO TRUE
                           PERFORM CHECK-FIX-IN-LATEST-RUN
                   END-EVALUATE
                   REWRITE DEFECT-REG-RECORD
                       INVALID KEY
                           DISPLAY 'TICKET-STATUS: DEFECTREG '
                               'REWRITE FAILED, STATUS=' DREG-STATUS
                   END-REWRITE
                   ADD 1 TO RECORDED-COUNT
                   PERFORM WRITE-EVENT-LINE
               END-IF
           END-IF.

      *    A fixed ticket is only as good as the latest run: still
      *    failing (FAIL, or KNWN/INTM under quarantine) means the
      *    fix did not work; passing releases the quarantine that
      *    waits on this ticket.
       CHECK-FIX-IN-LATEST-RUN.
           MOVE LATEST-RUN-ID TO DREG-FIX-RUN-ID.
           MOVE '23' TO RESULT-STATUS.
           IF RESULTDB-AVAILABLE AND LATEST-RUN-ID NOT = SPACES
               MOVE LATEST-RUN-ID TO RESULT-RUN-ID
               MOVE DREG-SUITE-NAME TO RESULT-SUITE-NAME
               MOVE DREG-CASE-NAME TO RESULT-CASE-NAME
               READ RESULT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN RESULT-STATUS NOT = '00'
                   SET DREG-FIX-UNPROVEN TO TRUE
                   STRING 'CLOSED FIXED, UNPROVEN: NOT IN RUN '
                       LATEST-RUN-ID
                       DELIMITED BY SIZE INTO EVENT-RESULT
                   END-STRING
               WHEN RESULT-CASE-STATUS = 'FAIL' OR 'KNWN' OR 'INTM'
                   SET DREG-FIX-FAILED TO TRUE
                   ADD 1 TO FIX-FAILED-COUNT
                   STRING 'FIX DID NOT WORK: ' RESULT-CASE-STATUS
                       ' IN RUN ' LATEST-RUN-ID
                       DELIMITED BY SIZE INTO EVENT-RESULT
                   END-STRING
                   DISPLAY 'TICKET-STATUS: FIX DID NOT WORK - '
                       TSTAT-TICKET ' ' DREG-CASE-NAME
               WHEN RESULT-CASE-STATUS NOT = 'PASS'
                   SET DREG-FIX-UNPROVEN TO TRUE
                   STRING 'CLOSED FIXED, UNPROVEN: '
                       RESULT-CASE-STATUS ' IN RUN ' LATEST-RUN-ID
                       DELIMITED BY SIZE INTO EVENT-RESULT
                   END-STRING
               WHEN OTHER
                   PERFORM RELEASE-QUARANTINE
           END-EVALUATE.

       RELEASE-QUARANTINE.
           MOVE '23' TO QREG-STATUS.
           IF QUARREG-AVAILABLE
               MOVE DREG-CASE-NAME TO QREG-CASE-NAME
               READ QUARANTINE-REG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN QREG-STATUS NOT = '00'
                   SET DREG-FIX-PASSED TO TRUE
                   MOVE 'FIXED: PASSES, NOT QUARANTINED'
                       TO EVENT-RESULT
               WHEN QREG-TICKET NOT = TSTAT-TICKET
                   SET DREG-FIX-PASSED TO TRUE
                   STRING 'FIXED: QUARANTINE WAITS ON TICKET '
                       QREG-TICKET
                       DELIMITED BY SIZE INTO EVENT-RESULT
                   END-STRING
               WHEN OTHER
                   SET DREG-FIX-RELEASED TO TRUE
                   MOVE 'D' TO RTRAN-ACTION
                   MOVE QREG-CASE-NAME TO RTRAN-CASE-NAME
                   MOVE QREG-SUITE-NAME TO RTRAN-SUITE-NAME
                   MOVE QREG-TICKET TO RTRAN-TICKET
                   MOVE ZERO TO RTRAN-EXPIRY-DATE
                   MOVE RELEASE-OPERATOR-ID TO RTRAN-OPERATOR-ID
                   WRITE RELEASE-TRAN-RECORD
                   ADD 1 TO RELEASE-COUNT
                   MOVE 'FIXED: QUARANTINE RELEASE WRITTEN'
                       TO EVENT-RESULT
           END-EVALUATE.

       WRITE-REJECT-LINE.
           ADD 1 TO REJECTED-COUNT.
           PERFORM WRITE-EVENT-LINE.
           DISPLAY 'TICKET-STATUS: ' EVENT-RESULT ' - '
               TSTAT-TICKET.

       WRITE-EVENT-LINE.
           MOVE TSTAT-TICKET TO DETAIL-TICKET.
           MOVE TSTAT-SUITE-NAME TO DETAIL-SUITE-NAME.
           MOVE TSTAT-CASE-NAME TO DETAIL-CASE-NAME.
           MOVE TSTAT-EVENT TO DETAIL-EVENT.
           MOVE EVENT-RESULT TO DETAIL-RESULT.
           WRITE TICKET-REPORT-RECORD FROM TICKET-DETAIL-LINE.

       END PROGRAM TICKET-STATUS.
