      *    ACKRPT; any rejection leaves the step with RETURN-CODE 4
      *    so a mistyped alert identifier gets noticed instead of
      *    an alert silently staying unacknowledged.
      *    The responder must hold acknowledgment authority on the
      *    OPERREG operator register (OPER-AUTH decides); an
      *    unknown or unauthorised ID is rejected rather than
      *    recorded as the one who picked the alert up. ACKRPT is
      *    the run's report; the same lines, dated, are appended to
      *    the ACKAUDT log that is kept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS AREG-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO 'ACKRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'ACKAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-TRAN-FILE.
           COPY 'alert-register.cpy'.
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-RECORD      PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(100).
       WORKING-STORAGE SECTION.
       01  TRAN-STATUS     PIC X(02).
       01  AREG-STATUS     PIC X(02).
       01  AUDIT-STATUS    PIC X(02).
       01  TRAN-EOF        PIC X(01) VALUE 'N'.
           88  NO-MORE-TRANSACTIONS   VALUE 'Y'.
       01  RUN-DATE        PIC 9(08).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.

           OPEN OUTPUT ACK-REPORT-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           OPEN I-O ALERT-REG-FILE.
           IF AREG-STATUS NOT = '00'
                   AREG-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE ACK-REPORT-FILE
               CLOSE AUDIT-LOG-FILE
               GOBACK
           END-IF.


           CLOSE ALERT-REG-FILE.
           CLOSE ACK-REPORT-FILE.
           CLOSE AUDIT-LOG-FILE.

           DISPLAY 'ALERT-ACK: APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT.
               MOVE 'REJECTED: ALERT ID BLANK' TO RESULT-TEXT
               PERFORM WRITE-REJECT-RESULT
           ELSE
               MOVE ACK-OPERATOR-ID TO AUTH-OPERATOR-ID
               SET AUTH-FOR-ALERT-ACK TO TRUE
               CALL 'OPER-AUTH' USING AUTH-REQUEST
               IF AUTH-GRANTED
                   PERFORM APPLY-AUTHORISED-ACK
               ELSE
                   MOVE AUTH-REFUSAL-TEXT TO RESULT-TEXT
                   PERFORM WRITE-REJECT-RESULT
               END-IF
           END-IF.

       APPLY-AUTHORISED-ACK.
           MOVE ACK-ALERT-ID TO AREG-ALERT-ID.
           READ ALERT-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: ALERT NOT ON REGISTER'
                       TO RESULT-TEXT
                   PERFORM WRITE-REJECT-RESULT
               NOT INVALID KEY
                   PERFORM STAMP-ACKNOWLEDGMENT
           END-READ.

      *    First acknowledgment wins: the register records who
      *    actually picked the alert up, not the last person to
      *    file paperwork about it.
           MOVE ACK-ALERT-ID TO RESULT-ALERT-ID.
           MOVE ACK-OPERATOR-ID TO RESULT-OPERATOR.
           WRITE ACK-REPORT-RECORD FROM ACK-RESULT-LINE.
           MOVE RUN-DATE TO AUDIT-DATE.
           MOVE TIME-STAMP(1:6) TO AUDIT-TIME.
           MOVE ACK-RESULT-LINE TO AUDIT-DETAIL.
           WRITE AUDIT-LOG-RECORD FROM AUDIT-LINE.

       END PROGRAM ALERT-ACK.
