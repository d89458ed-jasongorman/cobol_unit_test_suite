       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-AGING.
      *    Aging report over the PENDQ pending approval queue, run
      *    the way QUAR-AGING reports the quarantine register. Lists
      *    every master change still waiting for its second
      *    operator - which master, the key, the action, who
      *    submitted it, when, and its age in days - and flags
      *    anything waiting longer than AGING-LIMIT-DAYS: an
      *    expected-value correction nobody approves is a known bad
      *    case still running every night. Report to PENDRPT;
      *    RETURN-CODE 4 when anything is over the age limit, so
      *    the scheduler can chase the approvers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-QUEUE-FILE ASSIGN TO 'PENDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PEND-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO 'PENDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-QUEUE-FILE.
           COPY 'pending-queue.cpy'.
       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01  PEND-STATUS     PIC X(02).
       01  PEND-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-PENDING-ROWS   VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
       01  TODAY-DAY-NUMBER PIC 9(07).
       01  SUBMIT-DAY-NUMBER PIC 9(07).
       01  ITEM-AGE-DAYS   PIC S9(05).
       01  AGING-LIMIT-DAYS PIC 9(03) VALUE 7.
       01  ITEM-COUNT      PIC 9(04) VALUE ZERO.
       01  OVERAGE-COUNT   PIC 9(04) VALUE ZERO.
       01  PENDING-HEADING-LINE.
           05  FILLER              PIC X(05) VALUE 'QUEUE'.
           05  FILLER              PIC X(43) VALUE 'KEY'.
           05  FILLER              PIC X(04) VALUE 'ACT'.
           05  FILLER              PIC X(13) VALUE 'SUBMITTED BY'.
           05  FILLER              PIC X(09) VALUE 'ON'.
           05  FILLER              PIC X(09) VALUE 'AGE DAYS'.
       01  PENDING-DETAIL-LINE.
           05  DETAIL-SOURCE       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-ITEM-KEY     PIC X(42).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-ACTION       PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-SUBMITTED-BY PIC X(08).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  DETAIL-SUBMIT-DATE  PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-AGE-DAYS     PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETAIL-FLAG         PIC X(14).
       01  PENDING-TOTAL-LINE.
           05  FILLER              PIC X(21) VALUE
               'CHANGES AWAITING:    '.
           05  TOTAL-ITEMS         PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE '  OVER AGE '.
           05  TOTAL-OVERAGE       PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).

           OPEN OUTPUT PENDING-REPORT-FILE.
           WRITE PENDING-REPORT-RECORD FROM PENDING-HEADING-LINE.

           OPEN INPUT PENDING-QUEUE-FILE.
           IF PEND-STATUS = '00'
               PERFORM REPORT-NEXT-PENDING-ROW
                   UNTIL NO-MORE-PENDING-ROWS
               CLOSE PENDING-QUEUE-FILE
           ELSE
               MOVE 'PENDQ NOT AVAILABLE OR EMPTY' TO
                   PENDING-REPORT-RECORD
               WRITE PENDING-REPORT-RECORD
           END-IF.

           MOVE ITEM-COUNT TO TOTAL-ITEMS.
           MOVE OVERAGE-COUNT TO TOTAL-OVERAGE.
           WRITE PENDING-REPORT-RECORD FROM PENDING-TOTAL-LINE.
           CLOSE PENDING-REPORT-FILE.

           DISPLAY 'PEND-AGING: ' ITEM-COUNT ' AWAITING APPROVAL, '
               OVERAGE-COUNT ' OVER ' AGING-LIMIT-DAYS ' DAYS'.

           IF OVERAGE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       REPORT-NEXT-PENDING-ROW.
           READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-PENDING-ROWS TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-ITEM
           END-READ.

       REPORT-ONE-ITEM.
           ADD 1 TO ITEM-COUNT.
           MOVE SPACES TO DETAIL-FLAG.

           IF PEND-SUBMIT-DATE IS NUMERIC
                   AND PEND-SUBMIT-DATE > ZERO
               COMPUTE SUBMIT-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(PEND-SUBMIT-DATE)
               COMPUTE ITEM-AGE-DAYS =
                   TODAY-DAY-NUMBER - SUBMIT-DAY-NUMBER
           ELSE
               MOVE ZERO TO ITEM-AGE-DAYS
           END-IF.

           IF ITEM-AGE-DAYS > AGING-LIMIT-DAYS
               ADD 1 TO OVERAGE-COUNT
               MOVE 'OVER AGE LIMIT' TO DETAIL-FLAG
           END-IF.

           MOVE PEND-SOURCE TO DETAIL-SOURCE.
           MOVE PEND-ITEM-KEY TO DETAIL-ITEM-KEY.
           MOVE PEND-ACTION TO DETAIL-ACTION.
           MOVE PEND-SUBMITTED-BY TO DETAIL-SUBMITTED-BY.
           MOVE PEND-SUBMIT-DATE TO DETAIL-SUBMIT-DATE.
           MOVE ITEM-AGE-DAYS TO DETAIL-AGE-DAYS.
           WRITE PENDING-REPORT-RECORD FROM PENDING-DETAIL-LINE.

       END PROGRAM PEND-AGING.
