       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-RESTORE.
      *    Restores the system's state from one STATE-BACKUP set, as
      *    a whole. The PARM names the set wanted - its identifier,
      *    'YYYYMMDD-HHMMSS', or just the date when that night has
      *    only the one set - and BKUPSET must hold exactly that set.
      *    Nothing is touched until the whole set has been read and
      *    checked: its header and trailer present and naming the
      *    set asked for, every file in BACKUP-FILE-TABLE present in
      *    order with no records out of sequence, and each file's
      *    records matching its control record in count and
      *    fingerprint. A set that fails any of that - cut short,
      *    missing a file, mixed with another set, altered - is
      *    refused with RETURN-CODE 8 and every file is left as it
      *    was. Otherwise each file is rebuilt from the set (the
      *    indexed files reloaded in key order, a file absent when
      *    the set was taken restored empty) and then read back
      *    and fingerprinted again against its control record; a
      *    restored file that does not match ends the step with
      *    RETURN-CODE 12, as does any file that cannot be written.
      *    RSTRRPT records the set, every file's figures at each
      *    stage and the outcome, for filing with the incident.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER-FILE ASSIGN TO 'CASEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT QUARANTINE-REG-FILE ASSIGN TO 'QUARREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QREG-CASE-NAME
               FILE STATUS IS TARGET-STATUS.
           SELECT ALERT-REG-FILE ASSIGN TO 'ALERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AREG-ALERT-ID
               FILE STATUS IS TARGET-STATUS.
           SELECT RESULT-MASTER-FILE ASSIGN TO 'RESULTDB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESULT-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT OPERATOR-REG-FILE ASSIGN TO 'OPERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS TARGET-STATUS.
           SELECT OWNER-REG-FILE ASSIGN TO 'OWNERREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OWNR-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT BUILD-REG-FILE ASSIGN TO 'BUILDREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREG-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT PENDING-QUEUE-FILE ASSIGN TO 'PENDQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT DEFECT-REG-FILE ASSIGN TO 'DEFECTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DREG-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT CERT-REG-FILE ASSIGN TO 'CERTREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CERT-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT RUN-MANIFEST-FILE ASSIGN TO 'RUNMANIF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MANIF-KEY
               FILE STATUS IS TARGET-STATUS.
           SELECT SEQUENTIAL-TARGET-FILE ASSIGN TO TARGET-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-STATUS.
           SELECT BACKUP-SET-FILE ASSIGN TO 'BKUPSET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SET-STATUS.
           SELECT RESTORE-REPORT-FILE ASSIGN TO 'RSTRRPT'
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
       FD  SEQUENTIAL-TARGET-FILE.
       01  SEQUENTIAL-TARGET-RECORD   PIC X(300).
       FD  BACKUP-SET-FILE.
           COPY 'backup-set.cpy'.
       FD  RESTORE-REPORT-FILE.
       01  RESTORE-REPORT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       01  TARGET-STATUS   PIC X(02).
       01  SET-STATUS      PIC X(02).
       01  SET-EOF         PIC X(01).
           88  NO-MORE-SET-RECORDS    VALUE 'Y'.
       01  TARGET-EOF      PIC X(01).
           88  NO-MORE-TARGET-RECORDS VALUE 'Y'.
       01  TARGET-DDNAME   PIC X(08).
           COPY 'backup-files.cpy'.
       01  REQUESTED-SET-ID PIC X(15) VALUE SPACES.
       01  CAPPED-PARM-LENGTH PIC S9(4) COMP.
       01  FOUND-SET-ID    PIC X(15) VALUE SPACES.
       01  RESTORE-DATE    PIC 9(08).
       01  TIME-STAMP      PIC 9(08).
       01  RESTORE-TIME    PIC 9(06).
      *    What the set check found, file by file, and what the
      *    restored file read back as.
       01  SET-FILE-TABLE.
           05  SET-FILE OCCURS 31 TIMES.
               10  SETF-RECORD-COUNT   PIC 9(07).
               10  SETF-FINGERPRINT    PIC 9(10).
               10  SETF-CONTROL-SEEN   PIC X(01).
                   88  SETF-CONTROLLED     VALUE 'Y'.
               10  SETF-CTL-COUNT      PIC 9(07).
               10  SETF-CTL-FINGERPRINT PIC 9(10).
               10  SETF-CTL-STATE      PIC X(01).
                   88  SETF-WAS-ABSENT     VALUE 'A'.
               10  SETF-SET-CHECK      PIC X(24).
               10  SETF-RESTORED-COUNT PIC 9(07).
               10  SETF-RESTORED-FINGERPRINT PIC 9(10).
               10  SETF-RESULT         PIC X(24).
       01  SET-SUB         PIC 9(02).
       01  NEXT-FILE-SUB   PIC 9(02).
       01  OPEN-FILE-SUB   PIC 9(02).
       01  SET-RECORDS-READ PIC 9(09) VALUE ZERO.
       01  SET-DATA-COUNT  PIC 9(09) VALUE ZERO.
       01  SET-FINGERPRINT PIC 9(10) VALUE ZERO.
       01  HEADER-SEEN     PIC X(01) VALUE 'N'.
           88  SET-HEADER-SEEN        VALUE 'Y'.
       01  TRAILER-SEEN    PIC X(01) VALUE 'N'.
           88  SET-TRAILER-SEEN       VALUE 'Y'.
      *    The first reason the set cannot be restored, which is
      *    the one the report gives; blank while the set is good.
       01  REFUSAL-REASON  PIC X(60) VALUE SPACES.
       01  RESTORE-FAILED  PIC X(01) VALUE 'N'.
           88  RESTORE-HAS-FAILED     VALUE 'Y'.
       01  VERIFY-FAILURES PIC 9(02) VALUE ZERO.
      *    The record being fingerprinted, folded through
      *    AUDIT-CHAIN 200 bytes at a time (the most it takes).
       01  FOLD-TEXT       PIC X(300).
       01  FOLD-LENGTH     PIC 9(03).
       01  FOLD-OFFSET     PIC 9(03).
       01  FOLD-REMAINING  PIC 9(03).
       01  FINGERPRINT-VALUE PIC 9(10).
           COPY 'chain-request.cpy'.
      *    Restore report layout.
       01  RESTORE-HEADING-LINE.
           05  FILLER              PIC X(25) VALUE
               'END-OF-DAY STATE RESTORE '.
           05  FILLER              PIC X(10) VALUE 'REQUESTED '.
           05  HEADING-REQUESTED   PIC X(15).
           05  FILLER              PIC X(13) VALUE '  ON BKUPSET '.
           05  HEADING-FOUND       PIC X(15).
           05  FILLER              PIC X(09) VALUE '  RUN ON '.
           05  HEADING-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HEADING-TIME        PIC 9(06).
       01  RESTORE-COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE 'FILE'.
           05  FILLER              PIC X(05) VALUE 'ORG'.
           05  FILLER              PIC X(10) VALUE 'SET RECS'.
           05  FILLER              PIC X(13) VALUE 'SET FINGERPR'.
           05  FILLER              PIC X(26) VALUE 'SET CHECK'.
           05  FILLER              PIC X(10) VALUE 'RESTORED'.
           05  FILLER              PIC X(13) VALUE 'RESTORED FP'.
           05  FILLER              PIC X(20) VALUE 'RESULT'.
       01  RESTORE-DETAIL-LINE.
           05  DETAIL-DDNAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-ORGANIZATION PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-SET-COUNT    PIC Z(06)9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-SET-FINGERPRINT PIC 9(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-SET-CHECK    PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAIL-RESTORED-COUNT PIC X(07).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-RESTORED-FINGERPRINT PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAIL-RESULT       PIC X(24).
       01  DETAIL-COUNT-EDIT PIC Z(06)9.
       01  RESTORE-OUTCOME-LINE.
           05  FILLER              PIC X(09) VALUE 'OUTCOME: '.
           05  OUTCOME-TEXT        PIC X(60).
       01  RESTORE-REASON-LINE.
           05  FILLER              PIC X(09) VALUE 'REASON:  '.
           05  REASON-TEXT         PIC X(60).
       LINKAGE SECTION.
       01  PARM-LENGTH  PIC S9(4) COMP.
       01  PARM-VALUE   PIC X(15).
       PROCEDURE DIVISION USING PARM-LENGTH PARM-VALUE.
       MAIN-PROCEDURE.
           ACCEPT RESTORE-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-STAMP FROM TIME.
           MOVE TIME-STAMP(1:6) TO RESTORE-TIME.

      *    No default set: restoring the wrong night is worse than
      *    not restoring, so the operator must name it.
           MOVE PARM-LENGTH TO CAPPED-PARM-LENGTH.
           IF CAPPED-PARM-LENGTH > 15
               MOVE 15 TO CAPPED-PARM-LENGTH
           END-IF.
           IF CAPPED-PARM-LENGTH < 8
               DISPLAY 'STATE-RESTORE: PARM MUST NAME THE SET - '
                   'YYYYMMDD OR YYYYMMDD-HHMMSS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PARM-VALUE(1:CAPPED-PARM-LENGTH) TO REQUESTED-SET-ID.

           PERFORM CLEAR-SET-FILE-ENTRY
               VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > BACKUP-FILE-COUNT.

           PERFORM CHECK-BACKUP-SET.

           IF REFUSAL-REASON = SPACES
               PERFORM RESTORE-FROM-SET
               IF NOT RESTORE-HAS-FAILED
                   PERFORM VERIFY-RESTORED-FILE
                       VARYING SET-SUB FROM 1 BY 1
                       UNTIL SET-SUB > BACKUP-FILE-COUNT
               END-IF
           END-IF.

           PERFORM WRITE-RESTORE-REPORT.

           EVALUATE TRUE
               WHEN REFUSAL-REASON NOT = SPACES
                   DISPLAY 'STATE-RESTORE: SET REFUSED - '
                       REFUSAL-REASON
                   MOVE 8 TO RETURN-CODE
               WHEN RESTORE-HAS-FAILED OR VERIFY-FAILURES > ZERO
                   DISPLAY 'STATE-RESTORE: RESTORE OF ' FOUND-SET-ID
                       ' FAILED - SEE RSTRRPT'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'STATE-RESTORE: SET ' FOUND-SET-ID
                       ' RESTORED AND VERIFIED'
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       CLEAR-SET-FILE-ENTRY.
           MOVE ZERO TO SETF-RECORD-COUNT(SET-SUB).
           MOVE ZERO TO SETF-FINGERPRINT(SET-SUB).
           MOVE 'N' TO SETF-CONTROL-SEEN(SET-SUB).
           MOVE ZERO TO SETF-CTL-COUNT(SET-SUB).
           MOVE ZERO TO SETF-CTL-FINGERPRINT(SET-SUB).
           MOVE SPACE TO SETF-CTL-STATE(SET-SUB).
           MOVE 'NOT IN SET' TO SETF-SET-CHECK(SET-SUB).
           MOVE ZERO TO SETF-RESTORED-COUNT(SET-SUB).
           MOVE ZERO TO SETF-RESTORED-FINGERPRINT(SET-SUB).
           MOVE 'NOT RESTORED' TO SETF-RESULT(SET-SUB).

      *    First pass: the whole set is read and proved before any
      *    file is opened for output. Files must arrive in table
      *    order, so a file missing from the middle of the set
      *    shows as the next file arriving early.
       CHECK-BACKUP-SET.
           MOVE 1 TO NEXT-FILE-SUB.
           MOVE 'N' TO SET-EOF.
           OPEN INPUT BACKUP-SET-FILE.
           IF SET-STATUS NOT = '00'
               MOVE 'BKUPSET CANNOT BE OPENED, STATUS=' TO
                   REFUSAL-REASON
               MOVE SET-STATUS TO REFUSAL-REASON(34:2)
           ELSE
               PERFORM CHECK-NEXT-SET-RECORD
                   UNTIL NO-MORE-SET-RECORDS
               CLOSE BACKUP-SET-FILE
           END-IF.
           IF REFUSAL-REASON = SPACES AND NOT SET-TRAILER-SEEN
               MOVE 'SET INCOMPLETE - NO TRAILER' TO REFUSAL-REASON
           END-IF.

       CHECK-NEXT-SET-RECORD.
           READ BACKUP-SET-FILE
               AT END
                   SET NO-MORE-SET-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO SET-RECORDS-READ
                   PERFORM CHECK-SET-RECORD
           END-READ.

       CHECK-SET-RECORD.
           EVALUATE TRUE
               WHEN SET-RECORDS-READ = 1 AND NOT BKUP-SET-HEADER
                   MOVE 'BKUPSET DOES NOT START WITH A SET HEADER'
                       TO REFUSAL-REASON
                   SET NO-MORE-SET-RECORDS TO TRUE
               WHEN SET-TRAILER-SEEN
                   MOVE 'RECORDS FOLLOW THE SET TRAILER'
                       TO REFUSAL-REASON
                   SET NO-MORE-SET-RECORDS TO TRUE
               WHEN BKUP-SET-HEADER
                   PERFORM CHECK-SET-HEADER
               WHEN BKUP-DATA-RECORD
                   PERFORM CHECK-SET-DATA-RECORD
               WHEN BKUP-CONTROL-RECORD
                   PERFORM CHECK-SET-CONTROL-RECORD
               WHEN BKUP-SET-TRAILER
                   PERFORM CHECK-SET-TRAILER
               WHEN OTHER
                   IF REFUSAL-REASON = SPACES
                       MOVE 'UNRECOGNISED RECORD IN SET'
                           TO REFUSAL-REASON
                   END-IF
           END-EVALUATE.

       CHECK-SET-HEADER.
           IF SET-HEADER-SEEN
               MOVE 'MORE THAN ONE SET ON BKUPSET' TO REFUSAL-REASON
               SET NO-MORE-SET-RECORDS TO TRUE
           ELSE
               SET SET-HEADER-SEEN TO TRUE
               MOVE BKUP-SET-ID TO FOUND-SET-ID
               EVALUATE TRUE
                   WHEN BKUP-SET-ID(1:CAPPED-PARM-LENGTH)
                           NOT = REQUESTED-SET-ID(1:CAPPED-PARM-LENGTH)
                       MOVE 'BKUPSET HOLDS A DIFFERENT SET'
                           TO REFUSAL-REASON
                       SET NO-MORE-SET-RECORDS TO TRUE
                   WHEN BKUP-HDR-FILE-COUNT NOT = BACKUP-FILE-COUNT
                       MOVE 'SET FILE COUNT DIFFERS FROM THIS RESTORE'
                           TO REFUSAL-REASON
                       SET NO-MORE-SET-RECORDS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-SET-DATA-RECORD.
           PERFORM CHECK-SET-FILE-ORDER.
           IF SET-SUB > ZERO
               ADD 1 TO SETF-RECORD-COUNT(SET-SUB)
               ADD 1 TO SET-DATA-COUNT
               IF BKUP-REC-SEQ NOT = SETF-RECORD-COUNT(SET-SUB)
                   MOVE 'RECORD SEQUENCE BREAK'
                       TO SETF-SET-CHECK(SET-SUB)
                   PERFORM NOTE-SET-BREAK
               END-IF
               MOVE BKUP-REC-DATA TO FOLD-TEXT
               MOVE BACKUP-RECORD-LENGTH(SET-SUB) TO FOLD-LENGTH
               MOVE SETF-FINGERPRINT(SET-SUB) TO FINGERPRINT-VALUE
               PERFORM FOLD-RECORD-FINGERPRINT
               MOVE FINGERPRINT-VALUE TO SETF-FINGERPRINT(SET-SUB)
           END-IF.

      *    The control record is where a file's figures are proved;
      *    it also moves the set on to the next file in the table.
       CHECK-SET-CONTROL-RECORD.
           PERFORM CHECK-SET-FILE-ORDER.
           IF SET-SUB > ZERO
               SET SETF-CONTROLLED(SET-SUB) TO TRUE
               MOVE BKUP-CTL-RECORD-COUNT TO SETF-CTL-COUNT(SET-SUB)
               MOVE BKUP-CTL-FINGERPRINT
                   TO SETF-CTL-FINGERPRINT(SET-SUB)
               MOVE BKUP-CTL-FILE-STATE TO SETF-CTL-STATE(SET-SUB)
               EVALUATE TRUE
                   WHEN SETF-SET-CHECK(SET-SUB) NOT = 'NOT IN SET'
                       CONTINUE
                   WHEN BKUP-CTL-SET-ID NOT = FOUND-SET-ID
                       MOVE 'FROM ANOTHER SET'
                           TO SETF-SET-CHECK(SET-SUB)
                       PERFORM NOTE-SET-BREAK
                   WHEN BKUP-CTL-ORGANIZATION
                           NOT = BACKUP-ORGANIZATION(SET-SUB)
                       OR BKUP-CTL-RECORD-LENGTH
                           NOT = BACKUP-RECORD-LENGTH(SET-SUB)
                       MOVE 'LAYOUT DIFFERS' TO SETF-SET-CHECK(SET-SUB)
                       PERFORM NOTE-SET-BREAK
                   WHEN BKUP-CTL-RECORD-COUNT
                           NOT = SETF-RECORD-COUNT(SET-SUB)
                       MOVE 'COUNT MISMATCH' TO SETF-SET-CHECK(SET-SUB)
                       PERFORM NOTE-SET-BREAK
                   WHEN BKUP-CTL-FINGERPRINT
                           NOT = SETF-FINGERPRINT(SET-SUB)
                       MOVE 'FINGERPRINT MISMATCH'
                           TO SETF-SET-CHECK(SET-SUB)
                       PERFORM NOTE-SET-BREAK
                   WHEN BKUP-CTL-FILE-ABSENT
                       MOVE 'OK - ABSENT AT BACKUP'
                           TO SETF-SET-CHECK(SET-SUB)
                   WHEN OTHER
                       MOVE 'OK' TO SETF-SET-CHECK(SET-SUB)
               END-EVALUATE
               MOVE BACKUP-SET-RECORD TO FOLD-TEXT
               MOVE 100 TO FOLD-LENGTH
               MOVE SET-FINGERPRINT TO FINGERPRINT-VALUE
               PERFORM FOLD-RECORD-FINGERPRINT
               MOVE FINGERPRINT-VALUE TO SET-FINGERPRINT
               ADD 1 TO NEXT-FILE-SUB
           END-IF.

      *    Leaves SET-SUB at the file the record belongs to, or zero
      *    (with the set refused) when it is not the file due next.
       CHECK-SET-FILE-ORDER.
           MOVE ZERO TO SET-SUB.
           IF NOT SET-HEADER-SEEN
               MOVE 'BKUPSET DOES NOT START WITH A SET HEADER'
                   TO REFUSAL-REASON
               SET NO-MORE-SET-RECORDS TO TRUE
           ELSE
               IF NEXT-FILE-SUB > BACKUP-FILE-COUNT
                   IF REFUSAL-REASON = SPACES
                       MOVE 'SET HOLDS A FILE NOT IN THE TABLE: '
                           TO REFUSAL-REASON
                       MOVE BKUP-FILE-ID TO REFUSAL-REASON(36:8)
                   END-IF
               ELSE
                   IF BKUP-FILE-ID = BACKUP-DDNAME(NEXT-FILE-SUB)
                       MOVE NEXT-FILE-SUB TO SET-SUB
                   ELSE
                       MOVE 'MISSING OR OUT OF ORDER'
                           TO SETF-SET-CHECK(NEXT-FILE-SUB)
                       PERFORM NOTE-FILE-MISSING
                       SET NO-MORE-SET-RECORDS TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-SET-TRAILER.
           SET SET-TRAILER-SEEN TO TRUE.
           EVALUATE TRUE
               WHEN NEXT-FILE-SUB NOT > BACKUP-FILE-COUNT
                   MOVE 'MISSING FROM SET'
                       TO SETF-SET-CHECK(NEXT-FILE-SUB)
                   PERFORM NOTE-FILE-MISSING
               WHEN REFUSAL-REASON NOT = SPACES
                   CONTINUE
               WHEN BKUP-TRL-SET-ID NOT = FOUND-SET-ID
                   MOVE 'TRAILER BELONGS TO ANOTHER SET'
                       TO REFUSAL-REASON
               WHEN BKUP-TRL-FILE-COUNT NOT = BACKUP-FILE-COUNT
                       OR BKUP-TRL-RECORD-COUNT NOT = SET-DATA-COUNT
                   MOVE 'SET TOTALS DO NOT MATCH ITS TRAILER'
                       TO REFUSAL-REASON
               WHEN BKUP-TRL-SET-FINGERPRINT NOT = SET-FINGERPRINT
                   MOVE 'SET FINGERPRINT MISMATCH - CONTROLS ALTERED'
                       TO REFUSAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Records the first problem found in a file of the set as
      *    the reason for refusing it; later problems only mark
      *    their own file on the report.
       NOTE-SET-BREAK.
           IF REFUSAL-REASON = SPACES
               MOVE 'SET FAILED ITS CHECK - SEE FILE ' TO
                   REFUSAL-REASON
               MOVE BKUP-FILE-ID TO REFUSAL-REASON(33:8)
           END-IF.

       NOTE-FILE-MISSING.
           IF REFUSAL-REASON = SPACES
               MOVE 'SET IS MISSING FILE ' TO REFUSAL-REASON
               MOVE BACKUP-DDNAME(NEXT-FILE-SUB)
                   TO REFUSAL-REASON(21:8)
           END-IF.

      *    Second pass: each file's records go back in the order
      *    they were taken; a file is opened for output at its first
      *    record and closed at its control record, so an empty or
      *    absent file is still rebuilt, empty.
       RESTORE-FROM-SET.
           MOVE ZERO TO OPEN-FILE-SUB.
           MOVE 'N' TO SET-EOF.
           OPEN INPUT BACKUP-SET-FILE.
           PERFORM RESTORE-NEXT-SET-RECORD
               UNTIL NO-MORE-SET-RECORDS.
           CLOSE BACKUP-SET-FILE.

       RESTORE-NEXT-SET-RECORD.
           READ BACKUP-SET-FILE
               AT END
                   SET NO-MORE-SET-RECORDS TO TRUE
               NOT AT END
                   IF BKUP-DATA-RECORD OR BKUP-CONTROL-RECORD
                       PERFORM RESTORE-SET-RECORD
                   END-IF
           END-READ.

       RESTORE-SET-RECORD.
           IF OPEN-FILE-SUB = ZERO
               PERFORM OPEN-NEXT-TARGET
           END-IF.
           IF NOT RESTORE-HAS-FAILED
               IF BKUP-DATA-RECORD
                   PERFORM WRITE-TARGET-RECORD
               ELSE
                   PERFORM CLOSE-TARGET
               END-IF
           END-IF.
           IF RESTORE-HAS-FAILED
               SET NO-MORE-SET-RECORDS TO TRUE
           END-IF.

       OPEN-NEXT-TARGET.
           PERFORM FIND-SET-FILE.
           MOVE SET-SUB TO OPEN-FILE-SUB.
           EVALUATE BACKUP-DDNAME(OPEN-FILE-SUB)
               WHEN 'CASEMSTR'
                   OPEN OUTPUT CASE-MASTER-FILE
               WHEN 'QUARREG'
                   OPEN OUTPUT QUARANTINE-REG-FILE
               WHEN 'ALERTREG'
                   OPEN OUTPUT ALERT-REG-FILE
               WHEN 'RESULTDB'
                   OPEN OUTPUT RESULT-MASTER-FILE
               WHEN 'OPERREG'
                   OPEN OUTPUT OPERATOR-REG-FILE
               WHEN 'OWNERREG'
                   OPEN OUTPUT OWNER-REG-FILE
               WHEN 'BUILDREG'
                   OPEN OUTPUT BUILD-REG-FILE
               WHEN 'PENDQ'
                   OPEN OUTPUT PENDING-QUEUE-FILE
               WHEN 'DEFECTRG'
                   OPEN OUTPUT DEFECT-REG-FILE
               WHEN 'CERTREG'
                   OPEN OUTPUT CERT-REG-FILE
               WHEN 'RUNMANIF'
                   OPEN OUTPUT RUN-MANIFEST-FILE
               WHEN OTHER
                   MOVE BACKUP-DDNAME(OPEN-FILE-SUB) TO TARGET-DDNAME
                   OPEN OUTPUT SEQUENTIAL-TARGET-FILE
           END-EVALUATE.
           IF TARGET-STATUS NOT = '00'
               MOVE 'OPEN FAILED, STATUS=' TO SETF-RESULT(OPEN-FILE-SUB)
               MOVE TARGET-STATUS TO SETF-RESULT(OPEN-FILE-SUB)(21:2)
               SET RESTORE-HAS-FAILED TO TRUE
           END-IF.

      *    The set was proved in table order, so the record's file
      *    is the table entry of that name.
       FIND-SET-FILE.
           MOVE ZERO TO SET-SUB.
           PERFORM MATCH-SET-FILE
               VARYING NEXT-FILE-SUB FROM 1 BY 1
               UNTIL NEXT-FILE-SUB > BACKUP-FILE-COUNT
                   OR SET-SUB > ZERO.

       MATCH-SET-FILE.
           IF BACKUP-DDNAME(NEXT-FILE-SUB) = BKUP-FILE-ID
               MOVE NEXT-FILE-SUB TO SET-SUB
           END-IF.

       WRITE-TARGET-RECORD.
           EVALUATE BACKUP-DDNAME(OPEN-FILE-SUB)
               WHEN 'CASEMSTR'
                   MOVE BKUP-REC-DATA TO CASE-MASTER-RECORD
                   WRITE CASE-MASTER-RECORD
               WHEN 'QUARREG'
                   MOVE BKUP-REC-DATA TO QUARANTINE-REG-RECORD
                   WRITE QUARANTINE-REG-RECORD
               WHEN 'ALERTREG'
                   MOVE BKUP-REC-DATA TO ALERT-REG-RECORD
                   WRITE ALERT-REG-RECORD
               WHEN 'RESULTDB'
                   MOVE BKUP-REC-DATA TO RESULT-MASTER-RECORD
                   WRITE RESULT-MASTER-RECORD
               WHEN 'OPERREG'
                   MOVE BKUP-REC-DATA TO OPERATOR-REG-RECORD
                   WRITE OPERATOR-REG-RECORD
               WHEN 'OWNERREG'
                   MOVE BKUP-REC-DATA TO OWNER-REG-RECORD
                   WRITE OWNER-REG-RECORD
               WHEN 'BUILDREG'
                   MOVE BKUP-REC-DATA TO BUILD-REG-RECORD
                   WRITE BUILD-REG-RECORD
               WHEN 'PENDQ'
                   MOVE BKUP-REC-DATA TO PENDING-ITEM-RECORD
                   WRITE PENDING-ITEM-RECORD
               WHEN 'DEFECTRG'
                   MOVE BKUP-REC-DATA TO DEFECT-REG-RECORD
                   WRITE DEFECT-REG-RECORD
               WHEN 'CERTREG'
                   MOVE BKUP-REC-DATA TO CERT-REG-RECORD
                   WRITE CERT-REG-RECORD
               WHEN 'RUNMANIF'
                   MOVE BKUP-REC-DATA TO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               WHEN OTHER
                   MOVE BKUP-REC-DATA TO SEQUENTIAL-TARGET-RECORD
                   WRITE SEQUENTIAL-TARGET-RECORD
           END-EVALUATE.
           IF TARGET-STATUS NOT = '00'
               MOVE 'WRITE FAILED, STATUS='
                   TO SETF-RESULT(OPEN-FILE-SUB)
               MOVE TARGET-STATUS TO SETF-RESULT(OPEN-FILE-SUB)(22:2)
               SET RESTORE-HAS-FAILED TO TRUE
           END-IF.

       CLOSE-TARGET.
           EVALUATE BACKUP-DDNAME(OPEN-FILE-SUB)
               WHEN 'CASEMSTR'
                   CLOSE CASE-MASTER-FILE
               WHEN 'QUARREG'
                   CLOSE QUARANTINE-REG-FILE
               WHEN 'ALERTREG'
                   CLOSE ALERT-REG-FILE
               WHEN 'RESULTDB'
                   CLOSE RESULT-MASTER-FILE
               WHEN 'OPERREG'
                   CLOSE OPERATOR-REG-FILE
               WHEN 'OWNERREG'
                   CLOSE OWNER-REG-FILE
               WHEN 'BUILDREG'
                   CLOSE BUILD-REG-FILE
               WHEN 'PENDQ'
                   CLOSE PENDING-QUEUE-FILE
               WHEN 'DEFECTRG'
                   CLOSE DEFECT-REG-FILE
               WHEN 'CERTREG'
                   CLOSE CERT-REG-FILE
               WHEN 'RUNMANIF'
                   CLOSE RUN-MANIFEST-FILE
               WHEN OTHER
                   CLOSE SEQUENTIAL-TARGET-FILE
           END-EVALUATE.
           MOVE 'WRITTEN' TO SETF-RESULT(OPEN-FILE-SUB).
           MOVE ZERO TO OPEN-FILE-SUB.

      *    Third pass: each restored file is read back and
      *    fingerprinted afresh, so the report proves what is now on
      *    disk rather than what was sent to it.
       VERIFY-RESTORED-FILE.
           MOVE ZERO TO SETF-RESTORED-COUNT(SET-SUB).
           MOVE ZERO TO SETF-RESTORED-FINGERPRINT(SET-SUB).
           MOVE 'N' TO TARGET-EOF.
           EVALUATE BACKUP-DDNAME(SET-SUB)
               WHEN 'CASEMSTR'
                   OPEN INPUT CASE-MASTER-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-CASE-MASTER
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE CASE-MASTER-FILE
                   END-IF
               WHEN 'QUARREG'
                   OPEN INPUT QUARANTINE-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-QUARANTINE-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE QUARANTINE-REG-FILE
                   END-IF
               WHEN 'ALERTREG'
                   OPEN INPUT ALERT-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-ALERT-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE ALERT-REG-FILE
                   END-IF
               WHEN 'RESULTDB'
                   OPEN INPUT RESULT-MASTER-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-RESULT-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE RESULT-MASTER-FILE
                   END-IF
               WHEN 'OPERREG'
                   OPEN INPUT OPERATOR-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-OPERATOR-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE OPERATOR-REG-FILE
                   END-IF
               WHEN 'OWNERREG'
                   OPEN INPUT OWNER-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-OWNER-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE OWNER-REG-FILE
                   END-IF
               WHEN 'BUILDREG'
                   OPEN INPUT BUILD-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-BUILD-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE BUILD-REG-FILE
                   END-IF
               WHEN 'PENDQ'
                   OPEN INPUT PENDING-QUEUE-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-PENDING-ITEM
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE PENDING-QUEUE-FILE
                   END-IF
               WHEN 'DEFECTRG'
                   OPEN INPUT DEFECT-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-DEFECT-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE DEFECT-REG-FILE
                   END-IF
               WHEN 'CERTREG'
                   OPEN INPUT CERT-REG-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-CERT-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE CERT-REG-FILE
                   END-IF
               WHEN 'RUNMANIF'
                   OPEN INPUT RUN-MANIFEST-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-MANIFEST-ROW
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE RUN-MANIFEST-FILE
                   END-IF
               WHEN OTHER
                   MOVE BACKUP-DDNAME(SET-SUB) TO TARGET-DDNAME
                   OPEN INPUT SEQUENTIAL-TARGET-FILE
                   IF TARGET-STATUS = '00'
                       PERFORM READ-BACK-SEQUENTIAL-RECORD
                           UNTIL NO-MORE-TARGET-RECORDS
                       CLOSE SEQUENTIAL-TARGET-FILE
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TARGET-STATUS NOT = '00' AND TARGET-STATUS
                       NOT = '10'
                   MOVE 'UNREADABLE, STATUS=' TO SETF-RESULT(SET-SUB)
                   MOVE TARGET-STATUS TO SETF-RESULT(SET-SUB)(20:2)
                   ADD 1 TO VERIFY-FAILURES
               WHEN SETF-RESTORED-COUNT(SET-SUB)
                       NOT = SETF-CTL-COUNT(SET-SUB)
                   MOVE 'COUNT MISMATCH' TO SETF-RESULT(SET-SUB)
                   ADD 1 TO VERIFY-FAILURES
               WHEN SETF-RESTORED-FINGERPRINT(SET-SUB)
                       NOT = SETF-CTL-FINGERPRINT(SET-SUB)
                   MOVE 'FINGERPRINT MISMATCH' TO SETF-RESULT(SET-SUB)
                   ADD 1 TO VERIFY-FAILURES
               WHEN SETF-WAS-ABSENT(SET-SUB)
                   MOVE 'VERIFIED - EMPTY' TO SETF-RESULT(SET-SUB)
               WHEN OTHER
                   MOVE 'VERIFIED' TO SETF-RESULT(SET-SUB)
           END-EVALUATE.

       READ-BACK-CASE-MASTER.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE CASE-MASTER-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-QUARANTINE-ROW.
           READ QUARANTINE-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE QUARANTINE-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-ALERT-ROW.
           READ ALERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE ALERT-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-RESULT-ROW.
           READ RESULT-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE RESULT-MASTER-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-OPERATOR-ROW.
           READ OPERATOR-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE OPERATOR-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-OWNER-ROW.
           READ OWNER-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE OWNER-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-BUILD-ROW.
           READ BUILD-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE BUILD-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-PENDING-ITEM.
           READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE PENDING-ITEM-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-DEFECT-ROW.
           READ DEFECT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE DEFECT-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-CERT-ROW.
           READ CERT-REG-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE CERT-REG-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-MANIFEST-ROW.
           READ RUN-MANIFEST-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE MANIFEST-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       READ-BACK-SEQUENTIAL-RECORD.
           MOVE SPACES TO SEQUENTIAL-TARGET-RECORD.
           READ SEQUENTIAL-TARGET-FILE
               AT END
                   SET NO-MORE-TARGET-RECORDS TO TRUE
               NOT AT END
                   MOVE SEQUENTIAL-TARGET-RECORD TO FOLD-TEXT
                   PERFORM FOLD-RESTORED-RECORD
           END-READ.

       FOLD-RESTORED-RECORD.
           ADD 1 TO SETF-RESTORED-COUNT(SET-SUB).
           MOVE BACKUP-RECORD-LENGTH(SET-SUB) TO FOLD-LENGTH.
           MOVE SETF-RESTORED-FINGERPRINT(SET-SUB)
               TO FINGERPRINT-VALUE.
           PERFORM FOLD-RECORD-FINGERPRINT.
           MOVE FINGERPRINT-VALUE
               TO SETF-RESTORED-FINGERPRINT(SET-SUB).

      *    Folds FOLD-LENGTH bytes of FOLD-TEXT into
      *    FINGERPRINT-VALUE, one AUDIT-CHAIN call per 200 bytes -
      *    the same arithmetic STATE-BACKUP used.
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

      *    The report for the incident file: which set was asked
      *    for and which was found, every file's figures from the
      *    set and from disk after the restore, and the outcome.
       WRITE-RESTORE-REPORT.
           OPEN OUTPUT RESTORE-REPORT-FILE.
           MOVE REQUESTED-SET-ID TO HEADING-REQUESTED.
           MOVE FOUND-SET-ID TO HEADING-FOUND.
           MOVE RESTORE-DATE TO HEADING-DATE.
           MOVE RESTORE-TIME TO HEADING-TIME.
           WRITE RESTORE-REPORT-RECORD FROM RESTORE-HEADING-LINE.
           MOVE SPACES TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD FROM RESTORE-COLUMN-LINE.
           PERFORM WRITE-RESTORE-DETAIL
               VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > BACKUP-FILE-COUNT.
           MOVE SPACES TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
           EVALUATE TRUE
               WHEN REFUSAL-REASON NOT = SPACES
                   MOVE 'SET REFUSED - NO FILE HAS BEEN CHANGED'
                       TO OUTCOME-TEXT
               WHEN RESTORE-HAS-FAILED
                   MOVE 'RESTORE FAILED PART WAY - FILES MIXED, RERUN'
                       TO OUTCOME-TEXT
               WHEN VERIFY-FAILURES > ZERO
                   MOVE 'RESTORED FILES DO NOT MATCH THE SET'
                       TO OUTCOME-TEXT
               WHEN OTHER
                   MOVE 'SET RESTORED - EVERY FILE VERIFIED'
                       TO OUTCOME-TEXT
           END-EVALUATE.
           WRITE RESTORE-REPORT-RECORD FROM RESTORE-OUTCOME-LINE.
           IF REFUSAL-REASON NOT = SPACES
               MOVE REFUSAL-REASON TO REASON-TEXT
               WRITE RESTORE-REPORT-RECORD FROM RESTORE-REASON-LINE
           END-IF.
           CLOSE RESTORE-REPORT-FILE.

       WRITE-RESTORE-DETAIL.
           MOVE BACKUP-DDNAME(SET-SUB) TO DETAIL-DDNAME.
           IF BACKUP-INDEXED(SET-SUB)
               MOVE 'IDX' TO DETAIL-ORGANIZATION
           ELSE
               MOVE 'SEQ' TO DETAIL-ORGANIZATION
           END-IF.
           MOVE SETF-RECORD-COUNT(SET-SUB) TO DETAIL-SET-COUNT.
           MOVE SETF-FINGERPRINT(SET-SUB) TO DETAIL-SET-FINGERPRINT.
           MOVE SETF-SET-CHECK(SET-SUB) TO DETAIL-SET-CHECK.
           MOVE SETF-RESULT(SET-SUB) TO DETAIL-RESULT.
           IF REFUSAL-REASON = SPACES AND NOT RESTORE-HAS-FAILED
               MOVE SETF-RESTORED-COUNT(SET-SUB) TO DETAIL-COUNT-EDIT
               MOVE DETAIL-COUNT-EDIT TO DETAIL-RESTORED-COUNT
               MOVE SETF-RESTORED-FINGERPRINT(SET-SUB)
                   TO DETAIL-RESTORED-FINGERPRINT
           ELSE
               MOVE SPACES TO DETAIL-RESTORED-COUNT
               MOVE SPACES TO DETAIL-RESTORED-FINGERPRINT
           END-IF.
           WRITE RESTORE-REPORT-RECORD FROM RESTORE-DETAIL-LINE.

       END PROGRAM STATE-RESTORE.
