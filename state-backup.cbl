       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-BACKUP.
      *    End-of-day backup of the system's state as one set. Every
      *    file in BACKUP-FILE-TABLE - CASEMSTR, QUARREG, ALERTREG,
      *    RESULTDB and the other indexed registers and queues, RUNSEQ,
      *    REPLSEQ, ALERTSEQ, the audit chain-tail records, BASELINE
      *    and BASEGEN1-3, the audit logs, HISTLOG, KPIHIST and
      *    CONSLOG - is
      *    copied in one step onto the BKUPSET backup set, so a restore
      *    brings back a case master and a CASEAUDT (or an operator
      *    register and its OPERAUDT) from the same moment and
      *    CASE-REBUILD agrees with both. The set is identified by the
      *    date and time the step ran; each file's records are followed
      *    by a control record with the record count and a fingerprint
      *    of the content (the AUDIT-CHAIN value of the records in
      *    order, as MATHS-SUITE fingerprints its case snapshot), and
      *    the set ends with a trailer STATE-RESTORE requires before it
      *    will trust the set. A file that does not exist yet (BASEGEN3
      *    in the first weeks, say) is recorded as absent. BKUPRPT lists
      *    what went into the set. A file that cannot be read ends the
      *    step with RETURN-CODE 12 and no trailer, so the half-written
      *    set can never be restored. Runs last in the night, after the
      *    stream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS SOURCE-STATUS.
           SELECT ALERT-REG-FILE ASSIGN TO 'ALERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AREG-ALERT-ID
               FILE STATUS IS SOURCE-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT OPERATOR-REG-FILE ASSIGN TO 'OPERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS SOURCE-STATUS.
           SELECT OWNER-REG-FILE ASSIGN TO 'OWNERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OWNR-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT BUILD-REG-FILE ASSIGN TO 'BUILDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT PENDING-QUEUE-FILE ASSIGN TO 'PENDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT DEFECT-REG-FILE ASSIGN TO 'DEFECTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DREG-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT CERT-REG-FILE ASSIGN TO 'CERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT RUN-MANIFEST-FILE ASSIGN TO 'RUNMANIF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MANIF-KEY
               FILE STATUS IS SOURCE-STATUS.
           SELECT SEQUENTIAL-SOURCE-FILE ASSIGN TO SOURCE-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO 'BKUPSET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SET-STATUS.
           SELECT BACKUP-REPORT-FILE ASSIGN TO 'BKUPRPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-MASTER-FILE.
           COPY 'case-master.cpy'.
       FD  QUARANTINE-REG-FILE.
           COPY 'quar-register.cpy'.
       FD  ALERT-REG-FILE.
           COPY 'alert-register.cpy'.
       FD  RESULT-MASTER-FILE.
           COPY 'result-master.cpy'.
       FD  OPERATOR-REG-FILE.
           COPY 'operator-register.cpy'.
       FD  OWNER-REG-FILE.
           COPY 'owner-register.cpy'.
       FD  BUILD-REG-FILE.
           COPY 'build-register.cpy'.
       FD  PENDING-QUEUE-FILE.
           COPY 'pending-queue.cpy'.
       FD  DEFECT-REG-FILE.
           COPY 'defect-register.cpy'.
       FD  CERT-REG-FILE.
           COPY 'cert-register.cpy'.
       FD  RUN-MANIFEST-FILE.
           COPY 'run-manifest.cpy'.
       FD  SEQUENTIAL-SOURCE-FILE.
       01  SEQUENTIAL-SOURCE-RECORD   PIC X(300).
       FD  BACKUP-SET-FILE.
           COPY 'backup-set.cpy'.
       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       01  SOURCE-STATUS   PIC X(02).
       01  SET-STATUS      PIC X(02).
       01  SOURCE-EOF      PIC X(01).
           88  NO-MORE-SOURCE-RECORDS VALUE 'Y'.
       01  SOURCE-DDNAME   PIC X(08).
           COPY 'backup-files.cpy'.
       01  SET-IDENTIFIER.
           05  SET-DATE            PIC 9(08).
           05  FILLER              PIC X(01) VALUE '-'.
           05  SET-TIME            PIC 9(06).
       01  TIME-STAMP      PIC 9(08).
       01  BACKUP-FAILED   PIC X(01) VALUE 'N'.
           88  BACKUP-HAS-FAILED      VALUE 'Y'.
       01  FILE-PRESENT    PIC X(01).
           88  SOURCE-FILE-PRESENT    VALUE 'Y'.
       01  FILE-RECORD-COUNT PIC 9(07).
       01  FILE-FINGERPRINT PIC 9(10).
       01  SET-RECORD-COUNT PIC 9(09) VALUE ZERO.
       01  SET-FINGERPRINT PIC 9(10) VALUE ZERO.
      *    The record being fingerprinted, folded through
      *    AUDIT-CHAIN 200 bytes at a time (the most it takes).
       01  FOLD-TEXT       PIC X(300).
       01  FOLD-LENGTH     PIC 9(03).
       01  FOLD-OFFSET     PIC 9(03).
       01  FOLD-REMAINING  PIC 9(03).
       01  FINGERPRINT-VALUE PIC 9(10).
           COPY 'chain-request.cpy'.
      *    Backup report layout.
       01  BACKUP-HEADING-LINE.
           05  FILLER              PIC X(28) VALUE
               'END-OF-DAY STATE BACKUP SET '.
           05  HEADING-SET-ID      PIC X(15).
       01  BACKUP-COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE 'FILE'.
           05  FILLER              PIC X(05) VALUE 'ORG'.
           05  FILLER              PIC X(10) VALUE 'RECORDS'.
           05  FILLER              PIC X(13) VALUE 'FINGERPRINT'.
           05  FILLER              PIC X(20) VALUE 'STATE'.
       01  BACKUP-DETAIL-LINE.
           05  DETAIL-DDNAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-ORGANIZATION PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-COUNT        PIC Z(06)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-FINGERPRINT  PIC 9(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-STATE        PIC X(40).
       01  BACKUP-TOTAL-LINE.
           05  FILLER              PIC X(07) VALUE 'FILES: '.
           05  TOTAL-FILES         PIC Z9.
           05  FILLER              PIC X(12) VALUE '  RECORDS: '.
           05  TOTAL-RECORDS       PIC Z(08)9.
           05  FILLER              PIC X(19) VALUE
               '  SET FINGERPRINT: '.
           05  TOTAL-FINGERPRINT   PIC 9(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT SET-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TIME-STAMP(1:6) TO SET-TIME.

           OPEN OUTPUT BACKUP-SET-FILE.
           IF SET-STATUS NOT = '00'
               DISPLAY 'STATE-BACKUP: BKUPSET OPEN FAILED, STATUS='
                   SET-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BACKUP-REPORT-FILE.
           MOVE SET-IDENTIFIER TO HEADING-SET-ID.
           WRITE BACKUP-REPORT-RECORD FROM BACKUP-HEADING-LINE.
           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD FROM BACKUP-COLUMN-LINE.

           MOVE SPACES TO BACKUP-SET-RECORD.
           MOVE 'SET' TO BKUP-FILE-ID.
           SET BKUP-SET-HEADER TO TRUE.
           MOVE ZERO TO BKUP-REC-SEQ.
           MOVE SET-IDENTIFIER TO BKUP-SET-ID.
           MOVE BACKUP-FILE-COUNT TO BKUP-HDR-FILE-COUNT.
           WRITE BACKUP-SET-RECORD.

           PERFORM BACKUP-ONE-FILE
               VARYING BACKUP-IDX FROM 1 BY 1
               UNTIL BACKUP-IDX > BACKUP-FILE-COUNT
                   OR BACKUP-HAS-FAILED.

           MOVE SPACES TO BACKUP-REPORT-RECORD.
           WRITE BACKUP-REPORT-RECORD.
           IF BACKUP-HAS-FAILED
               MOVE 'BACKUP FAILED - INCOMPLETE SET, NOT RESTORABLE'
                   TO BACKUP-REPORT-RECORD
               WRITE BACKUP-REPORT-RECORD
               CLOSE BACKUP-SET-FILE
               CLOSE BACKUP-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO BACKUP-SET-RECORD.
           MOVE 'SET' TO BKUP-FILE-ID.
           SET BKUP-SET-TRAILER TO TRUE.
           MOVE ZERO TO BKUP-REC-SEQ.
           MOVE SET-IDENTIFIER TO BKUP-TRL-SET-ID.
           MOVE BACKUP-FILE-COUNT TO BKUP-TRL-FILE-COUNT.
           MOVE SET-RECORD-COUNT TO BKUP-TRL-RECORD-COUNT.
           MOVE SET-FINGERPRINT TO BKUP-TRL-SET-FINGERPRINT.
           WRITE BACKUP-SET-RECORD.
           CLOSE BACKUP-SET-FILE.

           MOVE BACKUP-FILE-COUNT TO TOTAL-FILES.
           MOVE SET-RECORD-COUNT TO TOTAL-RECORDS.
           MOVE SET-FINGERPRINT TO TOTAL-FINGERPRINT.
           WRITE BACKUP-REPORT-RECORD FROM BACKUP-TOTAL-LINE.
           CLOSE BACKUP-REPORT-FILE.
           DISPLAY 'STATE-BACKUP: SET ' SET-IDENTIFIER ' WRITTEN, '
               SET-RECORD-COUNT ' RECORDS'.
           MOVE ZERO TO RETURN-CODE.

           GOBACK.

      *    Copies one file's records onto the set and closes them
      *    off with its control record. A file that is not there
      *    (status 35) is recorded as absent with no records; any
      *    other open failure fails the backup.
       BACKUP-ONE-FILE.
           MOVE ZERO TO FILE-RECORD-COUNT.
           MOVE ZERO TO FILE-FINGERPRINT.
           MOVE 'N' TO SOURCE-EOF.
           MOVE 'Y' TO FILE-PRESENT.
           EVALUATE BACKUP-DDNAME(BACKUP-IDX)
               WHEN 'CASEMSTR'
                   PERFORM COPY-CASE-MASTER
               WHEN 'QUARREG'
                   PERFORM COPY-QUARANTINE-REGISTER
               WHEN 'ALERTREG'
                   PERFORM COPY-ALERT-REGISTER
               WHEN 'RESULTDB'
                   PERFORM COPY-RESULT-MASTER
               WHEN 'OPERREG'
                   PERFORM COPY-OPERATOR-REGISTER
               WHEN 'OWNERREG'
                   PERFORM COPY-OWNER-REGISTER
               WHEN 'BUILDREG'
                   PERFORM COPY-BUILD-REGISTER
               WHEN 'PENDQ'
                   PERFORM COPY-PENDING-QUEUE
               WHEN 'DEFECTRG'
                   PERFORM COPY-DEFECT-REGISTER
               WHEN 'CERTREG'
                   PERFORM COPY-CERT-REGISTER
               WHEN 'RUNMANIF'
                   PERFORM COPY-RUN-MANIFEST
               WHEN OTHER
                   PERFORM COPY-SEQUENTIAL-FILE
           END-EVALUATE.
           IF BACKUP-HAS-FAILED
               MOVE BACKUP-DDNAME(BACKUP-IDX) TO DETAIL-DDNAME
               MOVE 'OPEN FAILED, STATUS=' TO DETAIL-STATE
               MOVE SOURCE-STATUS TO DETAIL-STATE(21:2)
               PERFORM WRITE-BACKUP-DETAIL
               DISPLAY 'STATE-BACKUP: ' BACKUP-DDNAME(BACKUP-IDX)
                   ' OPEN FAILED, STATUS=' SOURCE-STATUS
           ELSE
               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       COPY-CASE-MASTER.
           OPEN INPUT CASE-MASTER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-CASE-MASTER
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE CASE-MASTER-FILE
           END-IF.

       READ-NEXT-CASE-MASTER.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE CASE-MASTER-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-QUARANTINE-REGISTER.
           OPEN INPUT QUARANTINE-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-QUARANTINE-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE QUARANTINE-REG-FILE
           END-IF.

       READ-NEXT-QUARANTINE-ROW.
           READ QUARANTINE-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE QUARANTINE-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-ALERT-REGISTER.
           OPEN INPUT ALERT-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-ALERT-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE ALERT-REG-FILE
           END-IF.

       READ-NEXT-ALERT-ROW.
           READ ALERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE ALERT-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-RESULT-MASTER.
           OPEN INPUT RESULT-MASTER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-RESULT-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE RESULT-MASTER-FILE
           END-IF.

       READ-NEXT-RESULT-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE RESULT-MASTER-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-OPERATOR-REGISTER.
           OPEN INPUT OPERATOR-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-OPERATOR-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE OPERATOR-REG-FILE
           END-IF.

       READ-NEXT-OPERATOR-ROW.
           READ OPERATOR-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE OPERATOR-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-OWNER-REGISTER.
           OPEN INPUT OWNER-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-OWNER-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE OWNER-REG-FILE
           END-IF.

       READ-NEXT-OWNER-ROW.
           READ OWNER-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE OWNER-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-BUILD-REGISTER.
           OPEN INPUT BUILD-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-BUILD-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE BUILD-REG-FILE
           END-IF.

       READ-NEXT-BUILD-ROW.
           READ BUILD-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE BUILD-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-PENDING-QUEUE.
           OPEN INPUT PENDING-QUEUE-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-PENDING-ITEM
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE PENDING-QUEUE-FILE
           END-IF.

       READ-NEXT-PENDING-ITEM.
           READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE PENDING-ITEM-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-DEFECT-REGISTER.
           OPEN INPUT DEFECT-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-DEFECT-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE DEFECT-REG-FILE
           END-IF.

       READ-NEXT-DEFECT-ROW.
           READ DEFECT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE DEFECT-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-CERT-REGISTER.
           OPEN INPUT CERT-REG-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-CERT-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE CERT-REG-FILE
           END-IF.

       READ-NEXT-CERT-ROW.
           READ CERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE CERT-REG-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       COPY-RUN-MANIFEST.
           OPEN INPUT RUN-MANIFEST-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-MANIFEST-ROW
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE RUN-MANIFEST-FILE
           END-IF.

       READ-NEXT-MANIFEST-ROW.
           READ RUN-MANIFEST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE MANIFEST-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

      *    The sequence records, baselines and audit logs all go
      *    through the one FD, its DD name taken from the table.
       COPY-SEQUENTIAL-FILE.
           MOVE BACKUP-DDNAME(BACKUP-IDX) TO SOURCE-DDNAME.
           OPEN INPUT SEQUENTIAL-SOURCE-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           IF SOURCE-FILE-PRESENT AND NOT BACKUP-HAS-FAILED
               PERFORM READ-NEXT-SEQUENTIAL-RECORD
                   UNTIL NO-MORE-SOURCE-RECORDS
               CLOSE SEQUENTIAL-SOURCE-FILE
           END-IF.

       READ-NEXT-SEQUENTIAL-RECORD.
           MOVE SPACES TO SEQUENTIAL-SOURCE-RECORD.
           READ SEQUENTIAL-SOURCE-FILE
               AT END
                   SET NO-MORE-SOURCE-RECORDS TO TRUE
               NOT AT END
                   MOVE SEQUENTIAL-SOURCE-RECORD TO FOLD-TEXT
                   PERFORM WRITE-DATA-RECORD
           END-READ.

       CHECK-SOURCE-OPEN.
           EVALUATE SOURCE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO FILE-PRESENT
               WHEN OTHER
                   SET BACKUP-HAS-FAILED TO TRUE
           END-EVALUATE.

       WRITE-DATA-RECORD.
           ADD 1 TO FILE-RECORD-COUNT.
           ADD 1 TO SET-RECORD-COUNT.
           MOVE BACKUP-RECORD-LENGTH(BACKUP-IDX) TO FOLD-LENGTH.
           MOVE FILE-FINGERPRINT TO FINGERPRINT-VALUE.
           PERFORM FOLD-RECORD-FINGERPRINT.
           MOVE FINGERPRINT-VALUE TO FILE-FINGERPRINT.
           MOVE SPACES TO BACKUP-SET-RECORD.
           MOVE BACKUP-DDNAME(BACKUP-IDX) TO BKUP-FILE-ID.
           SET BKUP-DATA-RECORD TO TRUE.
           MOVE FILE-RECORD-COUNT TO BKUP-REC-SEQ.
           MOVE FOLD-TEXT TO BKUP-REC-DATA.
           WRITE BACKUP-SET-RECORD.

      *    The control record is folded into the set fingerprint
      *    on the trailer, so a control record altered to match an
      *    altered file still shows.
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO BACKUP-SET-RECORD.
           MOVE BACKUP-DDNAME(BACKUP-IDX) TO BKUP-FILE-ID.
           SET BKUP-CONTROL-RECORD TO TRUE.
           MOVE FILE-RECORD-COUNT TO BKUP-REC-SEQ.
           MOVE SET-IDENTIFIER TO BKUP-CTL-SET-ID.
           MOVE BACKUP-ORGANIZATION(BACKUP-IDX)
               TO BKUP-CTL-ORGANIZATION.
           MOVE BACKUP-RECORD-LENGTH(BACKUP-IDX)
               TO BKUP-CTL-RECORD-LENGTH.
           IF SOURCE-FILE-PRESENT
               SET BKUP-CTL-FILE-PRESENT TO TRUE
           ELSE
               SET BKUP-CTL-FILE-ABSENT TO TRUE
           END-IF.
           MOVE FILE-RECORD-COUNT TO BKUP-CTL-RECORD-COUNT.
           MOVE FILE-FINGERPRINT TO BKUP-CTL-FINGERPRINT.
           WRITE BACKUP-SET-RECORD.

           MOVE BACKUP-SET-RECORD TO FOLD-TEXT.
           MOVE 100 TO FOLD-LENGTH.
           MOVE SET-FINGERPRINT TO FINGERPRINT-VALUE.
           PERFORM FOLD-RECORD-FINGERPRINT.
           MOVE FINGERPRINT-VALUE TO SET-FINGERPRINT.

           MOVE BACKUP-DDNAME(BACKUP-IDX) TO DETAIL-DDNAME.
           IF SOURCE-FILE-PRESENT
               MOVE 'COPIED' TO DETAIL-STATE
           ELSE
               MOVE 'ABSENT - RESTORES EMPTY' TO DETAIL-STATE
           END-IF.
           PERFORM WRITE-BACKUP-DETAIL.

       WRITE-BACKUP-DETAIL.
           IF BACKUP-INDEXED(BACKUP-IDX)
               MOVE 'IDX' TO DETAIL-ORGANIZATION
           ELSE
               MOVE 'SEQ' TO DETAIL-ORGANIZATION
           END-IF.
           MOVE FILE-RECORD-COUNT TO DETAIL-COUNT.
           MOVE FILE-FINGERPRINT TO DETAIL-FINGERPRINT.
           WRITE BACKUP-REPORT-RECORD FROM BACKUP-DETAIL-LINE.

      *    Folds FOLD-LENGTH bytes of FOLD-TEXT into
      *    FINGERPRINT-VALUE, one AUDIT-CHAIN call per 200 bytes.
       FOLD-RECORD-FINGERPRINT.
           MOVE 1 TO FOLD-OFFSET.
           MOVE FOLD-LENGTH TO FOLD-REMAINING.
           PERFORM FOLD-ONE-CHUNK
               UNTIL FOLD-REMAINING = ZERO.

       FOLD-ONE-CHUNK.
           MOVE FINGERPRINT-VALUE TO CHAIN-PRIOR-VALUE.
           IF FOLD-REMAINING > 200
               MOVE 200 TO CHAIN-TEXT-LENGTH
           ELSE
               MOVE FOLD-REMAINING TO CHAIN-TEXT-LENGTH
           END-IF.
           MOVE SPACES TO CHAIN-RECORD-TEXT.
           MOVE FOLD-TEXT(FOLD-OFFSET:CHAIN-TEXT-LENGTH)
               TO CHAIN-RECORD-TEXT.
           CALL 'AUDIT-CHAIN' USING CHAIN-REQUEST.
           MOVE CHAIN-NEW-VALUE TO FINGERPRINT-VALUE.
           ADD CHAIN-TEXT-LENGTH TO FOLD-OFFSET.
           SUBTRACT CHAIN-TEXT-LENGTH FROM FOLD-REMAINING.

       END PROGRAM STATE-BACKUP.
