       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-CONSOLE.
      *    Interactive console for whoever is on call. Instead of
      *    finding the spool, browsing OPSRPT, submitting
      *    CASE-DOSSIER and then an ACKTRAN deck, the responder
      *    signs on with their operator ID and, from one menu:
      *      1 - lists the unacknowledged alerts on ALERTREG, a
      *          page at a time, and acknowledges one by keying its
      *          identifier - with the same OPER-AUTH check, the
      *          same ALERTREG update and the same ACKAUDT line as
      *          an ALERT-ACK transaction, first acknowledgment
      *          winning as it does there;
      *      2 - lists the FAIL, INTM and BLKD cases RESULTDB holds
      *          for the latest run on RUNSEQ, and drills into one
      *          by keying its line number;
      *      3 - drills into any case by suite and case name: its
      *          CASEMSTR inputs, expected value and tolerance, its
      *          most recent results on RESULTDB, and its standing
      *          on the QUARREG quarantine register.
      *    Nothing but the acknowledgment changes any file; every
      *    file is opened for the one request and closed again, so
      *    the console never holds the batch out. Every action -
      *    sign-on, each list, each case viewed, each
      *    acknowledgment applied or refused - is appended to the
      *    CONSLOG log with the operator and the time.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-REG-FILE ASSIGN TO 'ALERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AREG-ALERT-ID
               FILE STATUS IS AREG-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS RESULT-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS QREG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNSEQ-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'ACKAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT CONSOLE-LOG-FILE ASSIGN TO 'CONSLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-REG-FILE.
           COPY 'alert-register.cpy'.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD     PIC X(11).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(100).
       FD  CONSOLE-LOG-FILE.
       01  CONSOLE-LOG-RECORD.
           05  CLOG-DATE           PIC 9(08).
           05  FILLER              PIC X(01).
           05  CLOG-TIME           PIC 9(06).
           05  FILLER              PIC X(01).
           05  CLOG-OPERATOR-ID    PIC X(08).
           05  FILLER              PIC X(01).
           05  CLOG-ACTION         PIC X(12).
           05  FILLER              PIC X(01).
           05  CLOG-SUBJECT        PIC X(43).
           05  FILLER              PIC X(01).
           05  CLOG-RESULT         PIC X(40).
       WORKING-STORAGE SECTION.
       01  AREG-STATUS     PIC X(02).
       01  RESULT-STATUS   PIC X(02).
       01  MASTER-STATUS   PIC X(02).
       01  QREG-STATUS     PIC X(02).
       01  RUNSEQ-STATUS   PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  CONSLOG-STATUS  PIC X(02).
       01  FILE-EOF        PIC X(01).
           88  NO-MORE-RECORDS        VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  TIME-STAMP      PIC 9(08).
       01  CONSOLE-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  CONSOLE-STATE   PIC X(01) VALUE 'N'.
           88  CONSOLE-FINISHED       VALUE 'Y'.
       01  MENU-CHOICE     PIC X(01).
       01  COMMAND-INPUT   PIC X(13).
       01  COMMAND-LINE-NUMBER REDEFINES COMMAND-INPUT.
           05  COMMAND-NUMBER      PIC 9(02).
           05  FILLER              PIC X(11).
       01  LIST-STATE      PIC X(01).
           88  LIST-FINISHED          VALUE 'Y'.
       01  LIST-END        PIC X(01).
           88  LIST-AT-END            VALUE 'Y'.
      *    The screen every list and the case detail share: a
      *    title, a column heading, fourteen lines, a prompt with
      *    its input, and a message line.
       01  SCREEN-TITLE    PIC X(60).
       01  LIST-HEADING    PIC X(78).
       01  LIST-TABLE.
           05  LIST-LINE           PIC X(78) OCCURS 14 TIMES.
       01  LIST-COUNT      PIC 9(02).
       01  LIST-SUB        PIC 9(02).
       01  LIST-PAGE-SIZE  PIC 9(02) VALUE 14.
       01  PROMPT-TEXT     PIC X(50).
       01  MESSAGE-TEXT    PIC X(78) VALUE SPACES.
      *    Paging: each page starts after the last key the page
      *    before it read.
       01  PAGE-START-ALERT-ID PIC X(13).
       01  NEXT-PAGE-ALERT-ID PIC X(13).
       01  PAGE-START-RESULT-KEY PIC X(53).
       01  NEXT-PAGE-RESULT-KEY PIC X(53).
       01  ALERT-LIST-LINE.
           05  ALINE-ALERT-ID      PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALINE-RAISED-TIME   PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALINE-TEXT          PIC X(57).
      *    The latest run, and the failing cases on the page shown,
      *    so a line number keyed picks out the case.
       01  LATEST-RUN-ID   PIC X(11) VALUE SPACES.
       01  PAGE-CASE-TABLE.
           05  PAGE-CASE OCCURS 14 TIMES.
               10  PAGE-SUITE-NAME     PIC X(12).
               10  PAGE-CASE-NAME      PIC X(30).
       01  FAILURE-LIST-LINE.
           05  FLINE-NUMBER        PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FLINE-SUITE         PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FLINE-CASE          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FLINE-STATUS        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FLINE-EXPECTED      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FLINE-ACTUAL        PIC X(12).
      *    The case being viewed.
       01  WANTED-SUITE    PIC X(12).
       01  WANTED-CASE     PIC X(30).
       01  VALUE-EDIT      PIC -(6)9.999.
       01  DETAIL-LINE     PIC X(78).
       01  HISTORY-WINDOW-SIZE PIC 9(02) VALUE 6.
       01  HISTORY-COUNT   PIC 9(02).
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 6 TIMES.
               10  HISTORY-RUN-ID     PIC X(11).
               10  HISTORY-STATUS     PIC X(04).
               10  HISTORY-EXPECTED   PIC X(12).
               10  HISTORY-ACTUAL     PIC X(12).
               10  HISTORY-DURATION   PIC 9(06).
       01  HISTORY-SHIFT-SUB PIC 9(02).
       01  HISTORY-NEXT-SUB  PIC 9(02).
       01  HISTORY-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HLINE-RUN-ID        PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HLINE-STATUS        PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HLINE-EXPECTED      PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HLINE-ACTUAL        PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HLINE-DURATION      PIC ZZZZZ9.
      *    Same ACKAUDT line ALERT-ACK writes for a transaction.
       01  ACK-ALERT-ID    PIC X(13).
       01  ACK-RESULT-LINE.
           05  RESULT-ALERT-ID     PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RESULT-OPERATOR     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RESULT-TEXT         PIC X(40).
       01  AUDIT-LINE.
           05  AUDIT-DATE          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-TIME          PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-DETAIL        PIC X(63).
           COPY 'auth-request.cpy'.
       01  LOG-ACTION      PIC X(12).
       01  LOG-SUBJECT     PIC X(43).
       01  LOG-RESULT      PIC X(40).
       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'MATHS LIBRARY ON-CALL CONSOLE' HIGHLIGHT.
           05  LINE 06 COLUMN 10 VALUE 'OPERATOR ID:'.
           05  LINE 06 COLUMN 23 PIC X(08) USING CONSOLE-OPERATOR-ID.
           05  LINE 08 COLUMN 10
               VALUE 'LEAVE BLANK AND PRESS ENTER TO LEAVE'.
           05  LINE 22 COLUMN 01 PIC X(78) FROM MESSAGE-TEXT
               HIGHLIGHT.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'MATHS LIBRARY ON-CALL CONSOLE' HIGHLIGHT.
           05  LINE 01 COLUMN 60 VALUE 'OPERATOR'.
           05  LINE 01 COLUMN 69 PIC X(08) FROM CONSOLE-OPERATOR-ID.
           05  LINE 05 COLUMN 10
               VALUE '1  UNACKNOWLEDGED ALERTS / ACKNOWLEDGE'.
           05  LINE 07 COLUMN 10
               VALUE '2  FAILURES IN THE LATEST RUN'.
           05  LINE 09 COLUMN 10
               VALUE '3  CASE DETAIL BY SUITE AND CASE'.
           05  LINE 11 COLUMN 10 VALUE 'X  SIGN OFF'.
           05  LINE 14 COLUMN 10 VALUE 'CHOICE:'.
           05  LINE 14 COLUMN 18 PIC X(01) USING MENU-CHOICE.
           05  LINE 22 COLUMN 01 PIC X(78) FROM MESSAGE-TEXT
               HIGHLIGHT.
       01  CASE-REQUEST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'MATHS LIBRARY ON-CALL CONSOLE' HIGHLIGHT.
           05  LINE 01 COLUMN 60 VALUE 'OPERATOR'.
           05  LINE 01 COLUMN 69 PIC X(08) FROM CONSOLE-OPERATOR-ID.
           05  LINE 02 COLUMN 01 VALUE 'CASE DETAIL'.
           05  LINE 06 COLUMN 10 VALUE 'SUITE:'.
           05  LINE 06 COLUMN 17 PIC X(12) USING WANTED-SUITE.
           05  LINE 08 COLUMN 10 VALUE 'CASE: '.
           05  LINE 08 COLUMN 17 PIC X(30) USING WANTED-CASE.
           05  LINE 11 COLUMN 10
               VALUE 'LEAVE SUITE BLANK TO RETURN TO THE MENU'.
           05  LINE 22 COLUMN 01 PIC X(78) FROM MESSAGE-TEXT
               HIGHLIGHT.
       01  LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'MATHS LIBRARY ON-CALL CONSOLE' HIGHLIGHT.
           05  LINE 01 COLUMN 60 VALUE 'OPERATOR'.
           05  LINE 01 COLUMN 69 PIC X(08) FROM CONSOLE-OPERATOR-ID.
           05  LINE 02 COLUMN 01 PIC X(60) FROM SCREEN-TITLE.
           05  LINE 04 COLUMN 01 PIC X(78) FROM LIST-HEADING
               UNDERLINE.
           05  LINE 05 COLUMN 01 PIC X(78) FROM LIST-LINE(1).
           05  LINE 06 COLUMN 01 PIC X(78) FROM LIST-LINE(2).
           05  LINE 07 COLUMN 01 PIC X(78) FROM LIST-LINE(3).
           05  LINE 08 COLUMN 01 PIC X(78) FROM LIST-LINE(4).
           05  LINE 09 COLUMN 01 PIC X(78) FROM LIST-LINE(5).
           05  LINE 10 COLUMN 01 PIC X(78) FROM LIST-LINE(6).
           05  LINE 11 COLUMN 01 PIC X(78) FROM LIST-LINE(7).
           05  LINE 12 COLUMN 01 PIC X(78) FROM LIST-LINE(8).
           05  LINE 13 COLUMN 01 PIC X(78) FROM LIST-LINE(9).
           05  LINE 14 COLUMN 01 PIC X(78) FROM LIST-LINE(10).
           05  LINE 15 COLUMN 01 PIC X(78) FROM LIST-LINE(11).
           05  LINE 16 COLUMN 01 PIC X(78) FROM LIST-LINE(12).
           05  LINE 17 COLUMN 01 PIC X(78) FROM LIST-LINE(13).
           05  LINE 18 COLUMN 01 PIC X(78) FROM LIST-LINE(14).
           05  LINE 20 COLUMN 01 PIC X(50) FROM PROMPT-TEXT.
           05  LINE 20 COLUMN 52 PIC X(13) USING COMMAND-INPUT.
           05  LINE 22 COLUMN 01 PIC X(78) FROM MESSAGE-TEXT
               HIGHLIGHT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY SIGN-ON-SCREEN.
           ACCEPT SIGN-ON-SCREEN.
           IF CONSOLE-OPERATOR-ID = SPACES
               GOBACK
           END-IF.
           MOVE 'SIGN ON' TO LOG-ACTION.
           MOVE SPACES TO LOG-SUBJECT.
           MOVE SPACES TO LOG-RESULT.
           PERFORM WRITE-CONSOLE-LOG.

           MOVE SPACES TO MESSAGE-TEXT.
           PERFORM SHOW-MAIN-MENU
               UNTIL CONSOLE-FINISHED.

           MOVE 'SIGN OFF' TO LOG-ACTION.
           MOVE SPACES TO LOG-SUBJECT.
           MOVE SPACES TO LOG-RESULT.
           PERFORM WRITE-CONSOLE-LOG.

           GOBACK.

       SHOW-MAIN-MENU.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           MOVE SPACES TO MESSAGE-TEXT.
           EVALUATE MENU-CHOICE
               WHEN '1'
                   PERFORM LIST-OPEN-ALERTS
               WHEN '2'
                   PERFORM LIST-LATEST-FAILURES
               WHEN '3'
                   PERFORM REQUEST-CASE-DETAIL
               WHEN 'X'
               WHEN 'x'
                   SET CONSOLE-FINISHED TO TRUE
               WHEN OTHER
                   MOVE 'CHOOSE 1, 2, 3 OR X' TO MESSAGE-TEXT
           END-EVALUATE.

      *    Function 1. The list is refreshed after every
      *    acknowledgment, so an alert picked up drops off it.
       LIST-OPEN-ALERTS.
           MOVE 'LIST ALERTS' TO LOG-ACTION.
           MOVE SPACES TO LOG-SUBJECT.
           MOVE SPACES TO LOG-RESULT.
           PERFORM WRITE-CONSOLE-LOG.
           MOVE LOW-VALUES TO PAGE-START-ALERT-ID.
           MOVE 'N' TO LIST-STATE.
           PERFORM SHOW-ALERT-PAGE
               UNTIL LIST-FINISHED.

       SHOW-ALERT-PAGE.
           PERFORM LOAD-ALERT-PAGE.
           IF LIST-COUNT = ZERO AND MESSAGE-TEXT = SPACES
               MOVE 'NO MORE UNACKNOWLEDGED ALERTS' TO MESSAGE-TEXT
           END-IF.
           MOVE 'UNACKNOWLEDGED ALERTS ON ALERTREG' TO SCREEN-TITLE.
           MOVE 'ALERT ID      RAISED ALERT TEXT' TO LIST-HEADING.
           IF LIST-AT-END
               MOVE 'ENTER=MENU  OR ALERT ID TO ACKNOWLEDGE:'
                   TO PROMPT-TEXT
           ELSE
               MOVE 'ENTER=MORE  Q=MENU  OR ALERT ID TO ACKNOWLEDGE:'
                   TO PROMPT-TEXT
           END-IF.
           MOVE SPACES TO COMMAND-INPUT.
           DISPLAY LIST-SCREEN.
           ACCEPT LIST-SCREEN.
           MOVE SPACES TO MESSAGE-TEXT.
           EVALUATE TRUE
               WHEN COMMAND-INPUT = 'Q' OR COMMAND-INPUT = 'q'
                   SET LIST-FINISHED TO TRUE
               WHEN COMMAND-INPUT = SPACES AND LIST-AT-END
                   SET LIST-FINISHED TO TRUE
               WHEN COMMAND-INPUT = SPACES
                   MOVE NEXT-PAGE-ALERT-ID TO PAGE-START-ALERT-ID
               WHEN OTHER
                   MOVE COMMAND-INPUT TO ACK-ALERT-ID
                   PERFORM ACKNOWLEDGE-ALERT
           END-EVALUATE.

       LOAD-ALERT-PAGE.
           MOVE SPACES TO LIST-TABLE.
           MOVE ZERO TO LIST-COUNT.
           MOVE 'N' TO LIST-END.
           MOVE 'N' TO FILE-EOF.
           MOVE PAGE-START-ALERT-ID TO NEXT-PAGE-ALERT-ID.
           OPEN INPUT ALERT-REG-FILE.
           IF AREG-STATUS NOT = '00'
               MOVE 'ALERTREG NOT AVAILABLE, STATUS=' TO MESSAGE-TEXT
               MOVE AREG-STATUS TO MESSAGE-TEXT(32:2)
               SET LIST-AT-END TO TRUE
           ELSE
               MOVE PAGE-START-ALERT-ID TO AREG-ALERT-ID
               START ALERT-REG-FILE KEY GREATER THAN AREG-ALERT-ID
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
               PERFORM READ-NEXT-OPEN-ALERT
                   UNTIL NO-MORE-RECORDS
                       OR LIST-COUNT = LIST-PAGE-SIZE
               IF NO-MORE-RECORDS
                   SET LIST-AT-END TO TRUE
               END-IF
               CLOSE ALERT-REG-FILE
           END-IF.

       READ-NEXT-OPEN-ALERT.
           READ ALERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   MOVE AREG-ALERT-ID TO NEXT-PAGE-ALERT-ID
                   IF NOT AREG-ACKNOWLEDGED
                       ADD 1 TO LIST-COUNT
                       MOVE AREG-ALERT-ID TO ALINE-ALERT-ID
                       MOVE AREG-RAISED-TIME TO ALINE-RAISED-TIME
                       MOVE AREG-ALERT-TEXT TO ALINE-TEXT
                       MOVE ALERT-LIST-LINE TO LIST-LINE(LIST-COUNT)
                   END-IF
           END-READ.

      *    The acknowledgment ALERT-ACK would apply for an ACKTRAN
      *    transaction from this operator, stamped now: authority
      *    checked by OPER-AUTH, first acknowledgment wins, and the
      *    result line logged to ACKAUDT exactly as ALERT-ACK logs
      *    it.
       ACKNOWLEDGE-ALERT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE CONSOLE-OPERATOR-ID TO AUTH-OPERATOR-ID.
           SET AUTH-FOR-ALERT-ACK TO TRUE.
           CALL 'OPER-AUTH' USING AUTH-REQUEST.
           IF NOT AUTH-GRANTED
               MOVE AUTH-REFUSAL-TEXT TO RESULT-TEXT
           ELSE
               OPEN I-O ALERT-REG-FILE
               IF AREG-STATUS NOT = '00'
                   MOVE 'REJECTED: ALERTREG NOT AVAILABLE'
                       TO RESULT-TEXT
               ELSE
                   MOVE ACK-ALERT-ID TO AREG-ALERT-ID
                   READ ALERT-REG-FILE
                       INVALID KEY
                           MOVE 'REJECTED: ALERT NOT ON REGISTER'
                               TO RESULT-TEXT
                       NOT INVALID KEY
                           PERFORM STAMP-ACKNOWLEDGMENT
                   END-READ
                   CLOSE ALERT-REG-FILE
               END-IF
           END-IF.

           MOVE ACK-ALERT-ID TO RESULT-ALERT-ID.
           MOVE CONSOLE-OPERATOR-ID TO RESULT-OPERATOR.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE RUN-DATE TO AUDIT-DATE.
           MOVE TIME-STAMP(1:6) TO AUDIT-TIME.
           MOVE ACK-RESULT-LINE TO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.
           CLOSE AUDIT-LOG-FILE.

           MOVE 'ACKNOWLEDGE' TO LOG-ACTION.
           MOVE ACK-ALERT-ID TO LOG-SUBJECT.
           MOVE RESULT-TEXT TO LOG-RESULT.
           PERFORM WRITE-CONSOLE-LOG.
           MOVE ACK-RESULT-LINE TO MESSAGE-TEXT.

       STAMP-ACKNOWLEDGMENT.
           IF AREG-ACKNOWLEDGED
               MOVE 'REJECTED: ALREADY ACKNOWLEDGED' TO RESULT-TEXT
           ELSE
               SET AREG-ACKNOWLEDGED TO TRUE
               MOVE CONSOLE-OPERATOR-ID TO AREG-ACK-BY
               MOVE RUN-DATE TO AREG-ACK-DATE
               MOVE TIME-STAMP(1:6) TO AREG-ACK-TIME
               REWRITE ALERT-REG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF AREG-STATUS = '00'
                   MOVE 'APPLIED: ACKNOWLEDGED' TO RESULT-TEXT
               ELSE
                   MOVE 'REJECTED: REWRITE FAILED, STATUS='
                       TO RESULT-TEXT
                   MOVE AREG-STATUS TO RESULT-TEXT(34:2)
               END-IF
           END-IF.

      *    Function 2. The latest run is the one on RUNSEQ, as
      *    TEAM-NOTICE takes it; its rows are read in key order
      *    and only the failing statuses kept.
       LIST-LATEST-FAILURES.
           PERFORM READ-LATEST-RUN-ID.
           IF LATEST-RUN-ID = SPACES
               MOVE 'NO RUN ID ON RUNSEQ' TO MESSAGE-TEXT
           ELSE
               MOVE 'LIST FAILS' TO LOG-ACTION
               MOVE LATEST-RUN-ID TO LOG-SUBJECT
               MOVE SPACES TO LOG-RESULT
               PERFORM WRITE-CONSOLE-LOG
               MOVE LOW-VALUES TO PAGE-START-RESULT-KEY
               MOVE LATEST-RUN-ID TO PAGE-START-RESULT-KEY(1:11)
               MOVE 'N' TO LIST-STATE
               PERFORM SHOW-FAILURE-PAGE
                   UNTIL LIST-FINISHED
           END-IF.

       READ-LATEST-RUN-ID.
           MOVE SPACES TO LATEST-RUN-ID.
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

       SHOW-FAILURE-PAGE.
           PERFORM LOAD-FAILURE-PAGE.
           IF LIST-COUNT = ZERO AND MESSAGE-TEXT = SPACES
               MOVE 'NO MORE FAIL, INTM OR BLKD CASES IN THIS RUN'
                   TO MESSAGE-TEXT
           END-IF.
           MOVE SPACES TO SCREEN-TITLE.
           STRING 'FAIL, INTM AND BLKD CASES IN RUN ' LATEST-RUN-ID
               DELIMITED BY SIZE INTO SCREEN-TITLE
           END-STRING.
           MOVE 'NO SUITE        CASE                           STAT'
               TO LIST-HEADING.
           MOVE 'EXPECTED     ACTUAL' TO LIST-HEADING(53:19).
           IF LIST-AT-END
               MOVE 'ENTER=MENU  OR LINE NUMBER FOR CASE DETAIL:'
                   TO PROMPT-TEXT
           ELSE
               MOVE 'ENTER=MORE  Q=MENU  OR LINE NO. FOR DETAIL:'
                   TO PROMPT-TEXT
           END-IF.
           MOVE SPACES TO COMMAND-INPUT.
           DISPLAY LIST-SCREEN.
           ACCEPT LIST-SCREEN.
           MOVE SPACES TO MESSAGE-TEXT.
           IF COMMAND-INPUT(2:1) = SPACE
                   AND COMMAND-INPUT(1:1) IS NUMERIC
               MOVE COMMAND-INPUT(1:1) TO COMMAND-INPUT(2:1)
               MOVE '0' TO COMMAND-INPUT(1:1)
           END-IF.
           EVALUATE TRUE
               WHEN COMMAND-INPUT = 'Q' OR COMMAND-INPUT = 'q'
                   SET LIST-FINISHED TO TRUE
               WHEN COMMAND-INPUT = SPACES AND LIST-AT-END
                   SET LIST-FINISHED TO TRUE
               WHEN COMMAND-INPUT = SPACES
                   MOVE NEXT-PAGE-RESULT-KEY TO PAGE-START-RESULT-KEY
               WHEN COMMAND-NUMBER IS NUMERIC
                       AND COMMAND-NUMBER > ZERO
                       AND COMMAND-NUMBER NOT > LIST-COUNT
                   MOVE PAGE-SUITE-NAME(COMMAND-NUMBER)
                       TO WANTED-SUITE
                   MOVE PAGE-CASE-NAME(COMMAND-NUMBER) TO WANTED-CASE
                   PERFORM SHOW-CASE-DETAIL
               WHEN OTHER
                   MOVE 'KEY A LINE NUMBER FROM THIS PAGE' TO
                       MESSAGE-TEXT
           END-EVALUATE.

       LOAD-FAILURE-PAGE.
           MOVE SPACES TO LIST-TABLE.
           MOVE SPACES TO PAGE-CASE-TABLE.
           MOVE ZERO TO LIST-COUNT.
           MOVE 'N' TO LIST-END.
           MOVE 'N' TO FILE-EOF.
           MOVE PAGE-START-RESULT-KEY TO NEXT-PAGE-RESULT-KEY.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               MOVE 'RESULTDB NOT AVAILABLE, STATUS=' TO MESSAGE-TEXT
               MOVE RESULT-STATUS TO MESSAGE-TEXT(32:2)
               SET LIST-AT-END TO TRUE
           ELSE
               MOVE PAGE-START-RESULT-KEY TO RESULT-KEY
               START RESULT-MASTER-FILE KEY GREATER THAN RESULT-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
               PERFORM READ-NEXT-FAILURE
                   UNTIL NO-MORE-RECORDS
                       OR LIST-COUNT = LIST-PAGE-SIZE
               IF NO-MORE-RECORDS
                   SET LIST-AT-END TO TRUE
               END-IF
               CLOSE RESULT-MASTER-FILE
           END-IF.

       READ-NEXT-FAILURE.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RESULT-RUN-ID NOT = LATEST-RUN-ID
                       SET NO-MORE-RECORDS TO TRUE
                   ELSE
                       MOVE RESULT-KEY TO NEXT-PAGE-RESULT-KEY
                       IF RESULT-CASE-STATUS = 'FAIL'
                               OR RESULT-CASE-STATUS = 'INTM'
                               OR RESULT-CASE-STATUS = 'BLKD'
                           PERFORM ADD-FAILURE-LINE
                       END-IF
                   END-IF
           END-READ.

       ADD-FAILURE-LINE.
           ADD 1 TO LIST-COUNT.
           MOVE RESULT-SUITE-NAME TO PAGE-SUITE-NAME(LIST-COUNT).
           MOVE RESULT-CASE-NAME TO PAGE-CASE-NAME(LIST-COUNT).
           MOVE LIST-COUNT TO FLINE-NUMBER.
           MOVE RESULT-SUITE-NAME TO FLINE-SUITE.
           MOVE RESULT-CASE-NAME TO FLINE-CASE.
           MOVE RESULT-CASE-STATUS TO FLINE-STATUS.
           MOVE RESULT-EXPECTED TO FLINE-EXPECTED.
           MOVE RESULT-ACTUAL TO FLINE-ACTUAL.
           MOVE FAILURE-LIST-LINE TO LIST-LINE(LIST-COUNT).

      *    Function 3: the case is named on the screen instead of
      *    picked from the failure list.
       REQUEST-CASE-DETAIL.
           MOVE SPACES TO WANTED-SUITE.
           MOVE SPACES TO WANTED-CASE.
           DISPLAY CASE-REQUEST-SCREEN.
           ACCEPT CASE-REQUEST-SCREEN.
           MOVE SPACES TO MESSAGE-TEXT.
           IF WANTED-SUITE NOT = SPACES
               PERFORM SHOW-CASE-DETAIL
           END-IF.

      *    What CASE-DOSSIER reports, cut to one screen: the master
      *    row, the quarantine standing and the last few results.
       SHOW-CASE-DETAIL.
           MOVE 'VIEW CASE' TO LOG-ACTION.
           MOVE SPACES TO LOG-SUBJECT.
           STRING WANTED-SUITE DELIMITED BY SIZE
               ' ' WANTED-CASE DELIMITED BY SIZE
               INTO LOG-SUBJECT
           END-STRING.
           MOVE SPACES TO LOG-RESULT.
           MOVE SPACES TO LIST-TABLE.
           MOVE ZERO TO LIST-COUNT.
           MOVE SPACES TO SCREEN-TITLE.
           STRING 'CASE ' WANTED-SUITE DELIMITED BY SIZE
               ' / ' WANTED-CASE DELIMITED BY SIZE
               INTO SCREEN-TITLE
           END-STRING.
           MOVE 'CASE MASTER' TO LIST-HEADING.

           PERFORM LOAD-CASE-MASTER-LINES.
           PERFORM LOAD-QUARANTINE-LINE.
           PERFORM LOAD-RECENT-RESULTS.
           PERFORM WRITE-CONSOLE-LOG.

           MOVE 'PRESS ENTER TO RETURN' TO PROMPT-TEXT.
           MOVE SPACES TO COMMAND-INPUT.
           DISPLAY LIST-SCREEN.
           ACCEPT LIST-SCREEN.
           MOVE SPACES TO MESSAGE-TEXT.

       LOAD-CASE-MASTER-LINES.
           OPEN INPUT CASE-MASTER-FILE.
           IF MASTER-STATUS NOT = '00'
               MOVE 'CASEMSTR NOT AVAILABLE' TO DETAIL-LINE
               PERFORM ADD-DETAIL-LINE
               MOVE 'CASEMSTR NOT AVAILABLE' TO LOG-RESULT
           ELSE
               MOVE WANTED-SUITE TO MASTER-SUITE-NAME
               MOVE WANTED-CASE TO MASTER-CASE-NAME
               READ CASE-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON CASEMSTR' TO DETAIL-LINE
                       PERFORM ADD-DETAIL-LINE
                       MOVE 'NOT ON CASEMSTR' TO LOG-RESULT
                   NOT INVALID KEY
                       PERFORM ADD-CASE-MASTER-LINES
               END-READ
               CLOSE CASE-MASTER-FILE
           END-IF.

       ADD-CASE-MASTER-LINES.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'INPUT 1' TO DETAIL-LINE(1:10).
           MOVE MASTER-VALUE-1 TO VALUE-EDIT.
           MOVE VALUE-EDIT TO DETAIL-LINE(11:11).
           MOVE 'INPUT 2' TO DETAIL-LINE(30:10).
           MOVE MASTER-VALUE-2 TO VALUE-EDIT.
           MOVE VALUE-EDIT TO DETAIL-LINE(40:11).
           PERFORM ADD-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           IF MASTER-EXPECTS-ERROR
               MOVE 'EXPECTS' TO DETAIL-LINE(1:10)
               MOVE 'ERROR' TO DETAIL-LINE(11:6)
               MOVE MASTER-ERROR-CODE TO DETAIL-LINE(17:4)
           ELSE
               MOVE 'EXPECTED' TO DETAIL-LINE(1:10)
               MOVE MASTER-EXPECTED TO VALUE-EDIT
               MOVE VALUE-EDIT TO DETAIL-LINE(11:11)
           END-IF.
           MOVE 'TOLERANCE' TO DETAIL-LINE(30:10).
           MOVE MASTER-TOLERANCE TO VALUE-EDIT.
           MOVE VALUE-EDIT TO DETAIL-LINE(40:11).
           PERFORM ADD-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           IF MASTER-CASE-DEACTIVATED
               MOVE 'DEACTIVATED' TO DETAIL-LINE(1:11)
           ELSE
               MOVE 'ACTIVE' TO DETAIL-LINE(1:11)
           END-IF.
           MOVE 'LAST CHANGED' TO DETAIL-LINE(30:13).
           MOVE MASTER-LAST-CHANGE-DATE TO DETAIL-LINE(43:8).
           MOVE 'BY' TO DETAIL-LINE(52:2).
           MOVE MASTER-OPERATOR-ID TO DETAIL-LINE(55:8).
           PERFORM ADD-DETAIL-LINE.

       LOAD-QUARANTINE-LINE.
           MOVE SPACES TO DETAIL-LINE.
           OPEN INPUT QUARANTINE-REG-FILE.
           IF QREG-STATUS NOT = '00'
               MOVE 'QUARREG NOT AVAILABLE' TO DETAIL-LINE
           ELSE
               MOVE WANTED-CASE TO QREG-CASE-NAME
               READ QUARANTINE-REG-FILE
                   INVALID KEY
                       MOVE 'NOT QUARANTINED' TO DETAIL-LINE
                   NOT INVALID KEY
                       PERFORM FORMAT-QUARANTINE-LINE
               END-READ
               CLOSE QUARANTINE-REG-FILE
           END-IF.
           PERFORM ADD-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM ADD-DETAIL-LINE.

       FORMAT-QUARANTINE-LINE.
           IF QREG-SUITE-NAME NOT = WANTED-SUITE
               MOVE 'NOT QUARANTINED' TO DETAIL-LINE
           ELSE
               STRING 'QUARANTINED ' QREG-START-DATE
                   ' TO ' QREG-EXPIRY-DATE
                   ' BY ' QREG-QUARANTINED-BY
                   ' TICKET ' QREG-TICKET
                   DELIMITED BY SIZE INTO DETAIL-LINE
               END-STRING
           END-IF.

      *    Rows arrive in run order, so the window keeps the most
      *    recent; as CASE-DOSSIER, the whole master is read.
       LOAD-RECENT-RESULTS.
           MOVE 'RECENT RESULTS: RUN ID    STAT EXPECTED     ACTUAL'
               TO DETAIL-LINE.
           MOVE 'DURATION' TO DETAIL-LINE(59:8).
           PERFORM ADD-DETAIL-LINE.
           MOVE ZERO TO HISTORY-COUNT.
           MOVE 'N' TO FILE-EOF.
           OPEN INPUT RESULT-MASTER-FILE.
           IF RESULT-STATUS NOT = '00'
               MOVE 'RESULTDB NOT AVAILABLE' TO DETAIL-LINE
               PERFORM ADD-DETAIL-LINE
           ELSE
               PERFORM READ-NEXT-CASE-RESULT
                   UNTIL NO-MORE-RECORDS
               CLOSE RESULT-MASTER-FILE
               IF HISTORY-COUNT = ZERO
                   MOVE '  NO RESULTS ON RESULTDB' TO DETAIL-LINE
                   PERFORM ADD-DETAIL-LINE
               END-IF
               PERFORM ADD-HISTORY-LINE
                   VARYING HISTORY-NEXT-SUB FROM 1 BY 1
                   UNTIL HISTORY-NEXT-SUB > HISTORY-COUNT
           END-IF.

       READ-NEXT-CASE-RESULT.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RESULT-SUITE-NAME = WANTED-SUITE
                           AND RESULT-CASE-NAME = WANTED-CASE
                       PERFORM KEEP-CASE-RESULT
                   END-IF
           END-READ.

       KEEP-CASE-RESULT.
           IF HISTORY-COUNT = HISTORY-WINDOW-SIZE
               PERFORM SHIFT-HISTORY-DOWN
                   VARYING HISTORY-SHIFT-SUB FROM 1 BY 1
                   UNTIL HISTORY-SHIFT-SUB = HISTORY-WINDOW-SIZE
           ELSE
               ADD 1 TO HISTORY-COUNT
           END-IF.
           MOVE RESULT-RUN-ID TO HISTORY-RUN-ID(HISTORY-COUNT).
           MOVE RESULT-CASE-STATUS TO HISTORY-STATUS(HISTORY-COUNT).
           MOVE RESULT-EXPECTED TO HISTORY-EXPECTED(HISTORY-COUNT).
           MOVE RESULT-ACTUAL TO HISTORY-ACTUAL(HISTORY-COUNT).
           MOVE RESULT-DURATION TO HISTORY-DURATION(HISTORY-COUNT).

       SHIFT-HISTORY-DOWN.
           COMPUTE HISTORY-NEXT-SUB = HISTORY-SHIFT-SUB + 1.
           MOVE HISTORY-ENTRY(HISTORY-NEXT-SUB)
               TO HISTORY-ENTRY(HISTORY-SHIFT-SUB).

       ADD-HISTORY-LINE.
           MOVE HISTORY-RUN-ID(HISTORY-NEXT-SUB) TO HLINE-RUN-ID.
           MOVE HISTORY-STATUS(HISTORY-NEXT-SUB) TO HLINE-STATUS.
           MOVE HISTORY-EXPECTED(HISTORY-NEXT-SUB) TO HLINE-EXPECTED.
           MOVE HISTORY-ACTUAL(HISTORY-NEXT-SUB) TO HLINE-ACTUAL.
           MOVE HISTORY-DURATION(HISTORY-NEXT-SUB) TO HLINE-DURATION.
           MOVE SPACES TO DETAIL-LINE.
           MOVE HISTORY-LINE TO DETAIL-LINE(16:63).
           PERFORM ADD-DETAIL-LINE.

       ADD-DETAIL-LINE.
           IF LIST-COUNT < LIST-PAGE-SIZE
               ADD 1 TO LIST-COUNT
               MOVE DETAIL-LINE TO LIST-LINE(LIST-COUNT)
           END-IF.

       WRITE-CONSOLE-LOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.
           OPEN EXTEND CONSOLE-LOG-FILE.
           IF CONSLOG-STATUS = '35'
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF.
           MOVE SPACES TO CONSOLE-LOG-RECORD.
           MOVE RUN-DATE TO CLOG-DATE.
           MOVE TIME-STAMP(1:6) TO CLOG-TIME.
           MOVE CONSOLE-OPERATOR-ID TO CLOG-OPERATOR-ID.
           MOVE LOG-ACTION TO CLOG-ACTION.
           MOVE LOG-SUBJECT TO CLOG-SUBJECT.
           MOVE LOG-RESULT TO CLOG-RESULT.
           WRITE CONSOLE-LOG-RECORD.
           CLOSE CONSOLE-LOG-FILE.

       END PROGRAM ONCALL-CONSOLE.
