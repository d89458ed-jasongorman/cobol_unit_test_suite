       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-AUTH.
      *    The one place an operator's authority is decided. CALLed
      *    by CASE-MAINT, QUAR-MAINT, ALERT-ACK, BASELINE-MGR and
      *    OPER-MAINT with the operator ID off the transaction (or
      *    PARM) and the function about to be performed; looks the
      *    operator up on the OPERREG operator authority register
      *    and answers granted or refused, with the refusal text
      *    the caller writes to its own audit trail. A blank ID, an ID
      *    not on the register, a suspended operator and a missing
      *    authority flag are all refused - and so is everything
      *    when the register cannot be read: a maintenance run with
      *    nobody's authority checkable must not fall back to
      *    trusting whatever ID was typed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-REG-FILE ASSIGN TO 'OPERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPER-STATUS-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-REG-FILE.
           COPY 'operator-register.cpy'.
       WORKING-STORAGE SECTION.
       01  OPER-STATUS-CODE PIC X(02).
       01  AUTHORITY-FLAG  PIC X(01).
       LINKAGE SECTION.
           COPY 'auth-request.cpy'.
       PROCEDURE DIVISION USING AUTH-REQUEST.
       MAIN-PROCEDURE.
           SET AUTH-REFUSED TO TRUE.
           MOVE SPACES TO AUTH-REFUSAL-TEXT.

           IF AUTH-OPERATOR-ID = SPACES
               MOVE 'REJECTED: OPERATOR ID BLANK' TO AUTH-REFUSAL-TEXT
               GOBACK
           END-IF.

           OPEN INPUT OPERATOR-REG-FILE.
           IF OPER-STATUS-CODE NOT = '00'
               DISPLAY 'OPER-AUTH: OPERREG NOT AVAILABLE, STATUS='
                   OPER-STATUS-CODE
               MOVE 'REJECTED: OPERREG UNAVAILABLE' TO
                   AUTH-REFUSAL-TEXT
               GOBACK
           END-IF.

           MOVE AUTH-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-REG-FILE
               INVALID KEY
                   MOVE 'REJECTED: UNKNOWN OPERATOR' TO
                       AUTH-REFUSAL-TEXT
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-AUTHORITY
           END-READ.
           CLOSE OPERATOR-REG-FILE.

           GOBACK.

       CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN AUTH-FOR-CASE-MAINT
                   MOVE OPER-MAY-MAINTAIN-CASES TO AUTHORITY-FLAG
               WHEN AUTH-FOR-QUARANTINE
                   MOVE OPER-MAY-QUARANTINE TO AUTHORITY-FLAG
               WHEN AUTH-FOR-ALERT-ACK
                   MOVE OPER-MAY-ACKNOWLEDGE TO AUTHORITY-FLAG
               WHEN AUTH-FOR-PROMOTE
                   MOVE OPER-MAY-PROMOTE TO AUTHORITY-FLAG
               WHEN AUTH-FOR-ROLLBACK
                   MOVE OPER-MAY-ROLL-BACK TO AUTHORITY-FLAG
               WHEN AUTH-FOR-OPER-ADMIN
                   MOVE OPER-MAY-ADMINISTER TO AUTHORITY-FLAG
               WHEN OTHER
                   MOVE 'N' TO AUTHORITY-FLAG
           END-EVALUATE.

           IF NOT OPER-ACTIVE
               MOVE 'REJECTED: OPERATOR SUSPENDED' TO
                   AUTH-REFUSAL-TEXT
           ELSE
               IF AUTHORITY-FLAG = 'Y'
                   SET AUTH-GRANTED TO TRUE
               ELSE
                   MOVE 'REJECTED: NOT AUTHORISED' TO
                       AUTH-REFUSAL-TEXT
               END-IF
           END-IF.

       END PROGRAM OPER-AUTH.
