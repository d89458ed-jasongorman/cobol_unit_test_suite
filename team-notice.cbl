       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAM-NOTICE.
      *    Post-run routing of the night's failures to the teams
      *    that own them. Reads the run's rows from the RESULTDB
      *    results master (the run named by PARM, or the latest run
      *    on RUNSEQ when the PARM is blank), picks out the FAIL
      *    and INTM cases, and resolves each one's owner on the
      *    OWNERREG case ownership register - the case's own row if
      *    it has one, otherwise its suite's row. Each owning team
      *    gets one notice, appended to the feed its register row
      *    names (the feed DD name is assigned dynamically, the way
      *    RUN-CONSOLIDATE reassigns its per-suite report), listing
      *    only that team's cases with their expected and actual
      *    values. Anything the register does not cover goes to
      *    the UNOWNRPT exception list, so a gap in the register
      *    shows up the morning it matters. The run-level page to
      *    on-call is untouched: this step sends the detail to the
      *    people who can fix it. When a team's feed cannot be
      *    written, each of its cases goes on UNOWNRPT instead, as
      *    FEED NOT WRITABLE with the team's name, so nobody has to
      *    guess which failures went unannounced. Unowned failures
      *    or a feed that could not be written leave the step with
      *    RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT OWNER-REG-FILE ASSIGN TO 'OWNERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWNR-KEY
               FILE STATUS IS OWNR-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSEQ-STATUS.
           SELECT TEAM-FEED-FILE ASSIGN TO NOTICE-FEED-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT UNOWNED-REPORT-FILE ASSIGN TO 'UNOWNRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  OWNER-REG-FILE.
           COPY 'owner-register.cpy'.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD     PIC X(11).
      *    The owning team's notification feed; reassigned from the
      *    team's register row before each open.
       FD  TEAM-FEED-FILE.
       01  TEAM-FEED-RECORD       PIC X(100).
       FD  UNOWNED-REPORT-FILE.
       01  UNOWNED-REPORT-RECORD  PIC X(132).
       WORKING-STORAGE SECTION.
       01  RESULT-STATUS   PIC X(02).
       01  OWNR-STATUS     PIC X(02).
       01  RUNSEQ-STATUS   PIC X(02).
       01  FEED-STATUS     PIC X(02).
       01  RESULT-EOF      PIC X(01).
           88  NO-MORE-RESULT-ROWS    VALUE 'Y'.
       01  OWNERREG-OPEN   PIC X(01) VALUE 'N'.
           88  OWNERREG-AVAILABLE     VALUE 'Y'.
       01  OWNER-FOUND     PIC X(01).
           88  CASE-IS-OWNED          VALUE 'Y'.
       01  TEAM-FOUND      PIC X(01).
           88  TEAM-ON-TABLE          VALUE 'Y'.
       01  FEED-OPEN-STATE PIC X(01).
           88  FEED-NOT-WRITABLE      VALUE 'N'.
       01  RUN-DATE        PIC 9(08).
       01  NOTICE-RUN-ID   PIC X(11) VALUE SPACES.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  NOTICE-FEED-DDNAME PIC X(08).
       01  RUN-ROW-COUNT   PIC 9(05) VALUE ZERO.
       01  FAILED-COUNT    PIC 9(05) VALUE ZERO.
       01  OWNED-COUNT     PIC 9(05) VALUE ZERO.
       01  UNOWNED-COUNT   PIC 9(05) VALUE ZERO.
       01  UNDELIVERED-COUNT PIC 9(04) VALUE ZERO.
       01  UNDELIVERED-CASES PIC 9(05) VALUE ZERO.
      *    The owning teams found in pass one, each with its feed
      *    and how many of the night's failures are theirs. A team
      *    beyond the table's capacity cannot be sent its notice,
      *    so its cases are listed as exceptions instead.
       01  TEAM-COUNT      PIC 9(02) VALUE ZERO.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 50 TIMES INDEXED BY TEAM-IDX.
               10  NOTICE-TEAM-NAME    PIC X(12).
               10  NOTICE-TEAM-FEED    PIC X(08).
               10  NOTICE-TEAM-CASES   PIC 9(05).
       01  NOTICE-TEAM-SUB PIC 9(02).
       01  EXCEPTION-REASON PIC X(20).
       01  EXCEPTION-TEAM-NAME PIC X(12).
       01  NOTICE-HEADER-LINE.
           05  FILLER              PIC X(15) VALUE
               'FAILURE NOTICE '.
           05  HEADER-DATE         PIC 9(08).
           05  FILLER              PIC X(05) VALUE ' RUN '.
           05  HEADER-RUN-ID       PIC X(11).
           05  FILLER              PIC X(06) VALUE ' TEAM '.
           05  HEADER-TEAM-NAME    PIC X(12).
           05  FILLER              PIC X(07) VALUE ' CASES '.
           05  HEADER-CASE-COUNT   PIC ZZZZ9.
       01  NOTICE-DETAIL-LINE.
           05  DETAIL-SUITE-NAME   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-CASE-NAME    PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-STATUS       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-EXPECTED     PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-ACTUAL       PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-REASON       PIC X(20).
       01  NOTICE-END-LINE.
           05  FILLER              PIC X(19) VALUE
               'END OF NOTICE FOR '.
           05  END-TEAM-NAME       PIC X(12).
      *    An exception line is the notice detail line with, for a
      *    case that has an owner, the owning team after it.
       01  UNOWNED-DETAIL-LINE.
           05  UNOWNED-CASE-DETAIL PIC X(95).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  UNOWNED-TEAM-NAME   PIC X(12).
       01  UNOWNED-HEADING-LINE.
           05  FILLER              PIC X(26) VALUE
               'UNOWNED FAILURES FOR RUN '.
           05  UNOWNED-HEADING-RUN PIC X(11).
       01  UNOWNED-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE
               'UNOWNED FAILURES: '.
           05  UNOWNED-TOTAL       PIC ZZZZ9.
       01  UNDELIVERED-TOTAL-LINE.
           05  FILLER              PIC X(22) VALUE
               'UNDELIVERED FAILURES: '.
           05  UNDELIVERED-TOTAL   PIC ZZZZ9.
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
                   TO NOTICE-RUN-ID
           END-IF.
           IF NOTICE-RUN-ID = SPACES
               PERFORM READ-LATEST-RUN-ID
           END-IF.
           IF NOTICE-RUN-ID = SPACES
               DISPLAY 'TEAM-NOTICE: NO RUN ID IN PARM OR ON RUNSEQ'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               DISPLAY 'TEAM-NOTICE: RESULTDB NOT AVAILABLE, STATUS='
                   RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT OWNER-REG-FILE.
           IF OWNR-STATUS = '00'
               SET OWNERREG-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'TEAM-NOTICE: OWNERREG NOT AVAILABLE, STATUS='
                   OWNR-STATUS ' - EVERY FAILURE IS UNOWNED'
           END-IF.

           OPEN OUTPUT UNOWNED-REPORT-FILE.
           MOVE NOTICE-RUN-ID TO UNOWNED-HEADING-RUN.
           WRITE UNOWNED-REPORT-RECORD FROM UNOWNED-HEADING-LINE.

           PERFORM START-AT-RUN.
           PERFORM SORT-OUT-NEXT-ROW
               UNTIL NO-MORE-RESULT-ROWS.

           PERFORM SEND-TEAM-NOTICE
               VARYING NOTICE-TEAM-SUB FROM 1 BY 1
               UNTIL NOTICE-TEAM-SUB > TEAM-COUNT.

           MOVE UNOWNED-COUNT TO UNOWNED-TOTAL.
           WRITE UNOWNED-REPORT-RECORD FROM UNOWNED-TOTAL-LINE.
           IF UNDELIVERED-CASES > ZERO
               MOVE UNDELIVERED-CASES TO UNDELIVERED-TOTAL
               WRITE UNOWNED-REPORT-RECORD FROM UNDELIVERED-TOTAL-LINE
           END-IF.
           CLOSE UNOWNED-REPORT-FILE.

           CLOSE RESULT-MASTER-FILE.
           IF OWNERREG-AVAILABLE
               CLOSE OWNER-REG-FILE
           END-IF.

           DISPLAY 'TEAM-NOTICE: RUN ' NOTICE-RUN-ID
               ' FAILURES ' FAILED-COUNT
               ' OWNED ' OWNED-COUNT
               ' UNOWNED ' UNOWNED-COUNT
               ' TEAMS ' TEAM-COUNT.

           IF RUN-ROW-COUNT = ZERO
               DISPLAY 'TEAM-NOTICE: NO RESULTDB ROWS FOR RUN '
                   NOTICE-RUN-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNOWNED-COUNT > ZERO OR UNDELIVERED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       READ-LATEST-RUN-ID.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNSEQ-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-CONTROL-RECORD TO NOTICE-RUN-ID
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    Positions the master at the first row of the run; the
      *    run's rows are then read in key order until the run
      *    identifier changes.
       START-AT-RUN.
           MOVE 'N' TO RESULT-EOF.
           MOVE NOTICE-RUN-ID TO RESULT-RUN-ID.
           MOVE LOW-VALUES TO RESULT-SUITE-NAME.
           MOVE LOW-VALUES TO RESULT-CASE-NAME.
           START RESULT-MASTER-FILE KEY NOT LESS THAN RESULT-KEY
               INVALID KEY
                   SET NO-MORE-RESULT-ROWS TO TRUE
           END-START.
           IF RESULT-STATUS NOT = '00'
               SET NO-MORE-RESULT-ROWS TO TRUE
           END-IF.

       READ-NEXT-RUN-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RESULT-ROWS TO TRUE
               NOT AT END
                   IF RESULT-RUN-ID NOT = NOTICE-RUN-ID
                       SET NO-MORE-RESULT-ROWS TO TRUE
                   END-IF
           END-READ.
           IF RESULT-STATUS NOT = '00'
               SET NO-MORE-RESULT-ROWS TO TRUE
           END-IF.

      *    Pass one: every failure is either counted against its
      *    owning team or listed as an exception.
       SORT-OUT-NEXT-ROW.
           PERFORM READ-NEXT-RUN-ROW.
           IF NOT NO-MORE-RESULT-ROWS
               ADD 1 TO RUN-ROW-COUNT
               IF RESULT-CASE-STATUS = 'FAIL' OR 'INTM'
                   ADD 1 TO FAILED-COUNT
                   PERFORM RESOLVE-OWNER
                   IF CASE-IS-OWNED
                       PERFORM COUNT-TEAM-FAILURE
                   ELSE
                       MOVE 'NO OWNER ON REGISTER'
                           TO EXCEPTION-REASON
                       MOVE SPACES TO EXCEPTION-TEAM-NAME
                       PERFORM WRITE-UNOWNED-LINE
                   END-IF
               END-IF
           END-IF.

      *    The case's own row wins; failing that, its suite's row.
       RESOLVE-OWNER.
           MOVE 'N' TO OWNER-FOUND.
           IF OWNERREG-AVAILABLE
               MOVE RESULT-SUITE-NAME TO OWNR-SUITE-NAME
               MOVE RESULT-CASE-NAME TO OWNR-CASE-NAME
               READ OWNER-REG-FILE
                   INVALID KEY
                       MOVE SPACES TO OWNR-CASE-NAME
                       READ OWNER-REG-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET CASE-IS-OWNED TO TRUE
                       END-READ
                   NOT INVALID KEY
                       SET CASE-IS-OWNED TO TRUE
               END-READ
           END-IF.

       COUNT-TEAM-FAILURE.
           MOVE 'N' TO TEAM-FOUND.
           SET TEAM-IDX TO 1.
           SEARCH TEAM-ENTRY
               AT END
                   CONTINUE
               WHEN TEAM-IDX > TEAM-COUNT
                   CONTINUE
               WHEN NOTICE-TEAM-NAME(TEAM-IDX) = OWNR-TEAM-NAME
                       AND NOTICE-TEAM-FEED(TEAM-IDX)
                           = OWNR-FEED-DDNAME
                   SET TEAM-ON-TABLE TO TRUE
           END-SEARCH.
           IF NOT TEAM-ON-TABLE AND TEAM-COUNT < 50
               ADD 1 TO TEAM-COUNT
               SET TEAM-IDX TO TEAM-COUNT
               MOVE OWNR-TEAM-NAME TO NOTICE-TEAM-NAME(TEAM-IDX)
               MOVE OWNR-FEED-DDNAME TO NOTICE-TEAM-FEED(TEAM-IDX)
               MOVE ZERO TO NOTICE-TEAM-CASES(TEAM-IDX)
               SET TEAM-ON-TABLE TO TRUE
           END-IF.
           IF TEAM-ON-TABLE
               ADD 1 TO OWNED-COUNT
               ADD 1 TO NOTICE-TEAM-CASES(TEAM-IDX)
           ELSE
               MOVE 'TEAM TABLE FULL' TO EXCEPTION-REASON
               MOVE OWNR-TEAM-NAME TO EXCEPTION-TEAM-NAME
               PERFORM WRITE-UNOWNED-LINE
           END-IF.

      *    Pass two, once per team: the run's rows are read again
      *    and only the failures resolving to this team's row go
      *    on its notice - so the notice is never capped by a
      *    table of cases. A team whose feed will not open gets the
      *    same pass, with its cases listed on UNOWNRPT instead.
       SEND-TEAM-NOTICE.
           SET TEAM-IDX TO NOTICE-TEAM-SUB.
           MOVE 'Y' TO FEED-OPEN-STATE.
           MOVE NOTICE-TEAM-FEED(TEAM-IDX) TO NOTICE-FEED-DDNAME.
           OPEN EXTEND TEAM-FEED-FILE.
           IF FEED-STATUS = '35'
               OPEN OUTPUT TEAM-FEED-FILE
           END-IF.
           IF FEED-STATUS = '00'
               MOVE RUN-DATE TO HEADER-DATE
               MOVE NOTICE-RUN-ID TO HEADER-RUN-ID
               MOVE NOTICE-TEAM-NAME(TEAM-IDX) TO HEADER-TEAM-NAME
               MOVE NOTICE-TEAM-CASES(TEAM-IDX) TO HEADER-CASE-COUNT
               WRITE TEAM-FEED-RECORD FROM NOTICE-HEADER-LINE
               PERFORM START-AT-RUN
               PERFORM LIST-NEXT-TEAM-ROW
                   UNTIL NO-MORE-RESULT-ROWS
               MOVE NOTICE-TEAM-NAME(TEAM-IDX) TO END-TEAM-NAME
               WRITE TEAM-FEED-RECORD FROM NOTICE-END-LINE
               CLOSE TEAM-FEED-FILE
           ELSE
               ADD 1 TO UNDELIVERED-COUNT
               DISPLAY 'TEAM-NOTICE: FEED ' NOTICE-FEED-DDNAME
                   ' FOR ' NOTICE-TEAM-NAME(TEAM-IDX)
                   ' NOT WRITABLE, STATUS=' FEED-STATUS
               SET FEED-NOT-WRITABLE TO TRUE
               PERFORM START-AT-RUN
               PERFORM LIST-NEXT-TEAM-ROW
                   UNTIL NO-MORE-RESULT-ROWS
           END-IF.

       LIST-NEXT-TEAM-ROW.
           PERFORM READ-NEXT-RUN-ROW.
           IF NOT NO-MORE-RESULT-ROWS
               IF RESULT-CASE-STATUS = 'FAIL' OR 'INTM'
                   PERFORM RESOLVE-OWNER
                   IF CASE-IS-OWNED
                       IF OWNR-TEAM-NAME
                               = NOTICE-TEAM-NAME(TEAM-IDX)
                           AND OWNR-FEED-DDNAME
                               = NOTICE-TEAM-FEED(TEAM-IDX)
                           PERFORM WRITE-NOTICE-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-NOTICE-DETAIL.
           IF FEED-NOT-WRITABLE
               PERFORM WRITE-UNDELIVERED-LINE
           ELSE
               PERFORM FILL-DETAIL-LINE
               MOVE SPACES TO DETAIL-REASON
               WRITE TEAM-FEED-RECORD FROM NOTICE-DETAIL-LINE
           END-IF.

       WRITE-UNOWNED-LINE.
           ADD 1 TO UNOWNED-COUNT.
           PERFORM WRITE-EXCEPTION-LINE.

      *    Owned, but the owner was never told.
       WRITE-UNDELIVERED-LINE.
           ADD 1 TO UNDELIVERED-CASES.
           MOVE 'FEED NOT WRITABLE' TO EXCEPTION-REASON.
           MOVE NOTICE-TEAM-NAME(TEAM-IDX) TO EXCEPTION-TEAM-NAME.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           PERFORM FILL-DETAIL-LINE.
           MOVE EXCEPTION-REASON TO DETAIL-REASON.
           MOVE SPACES TO UNOWNED-DETAIL-LINE.
           MOVE NOTICE-DETAIL-LINE TO UNOWNED-CASE-DETAIL.
           MOVE EXCEPTION-TEAM-NAME TO UNOWNED-TEAM-NAME.
           WRITE UNOWNED-REPORT-RECORD FROM UNOWNED-DETAIL-LINE.

       FILL-DETAIL-LINE.
           MOVE RESULT-SUITE-NAME TO DETAIL-SUITE-NAME.
           MOVE RESULT-CASE-NAME TO DETAIL-CASE-NAME.
           MOVE RESULT-CASE-STATUS TO DETAIL-STATUS.
           MOVE RESULT-EXPECTED TO DETAIL-EXPECTED.
           MOVE RESULT-ACTUAL TO DETAIL-ACTUAL.

       END PROGRAM TEAM-NOTICE.
