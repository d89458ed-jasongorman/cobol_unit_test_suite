      *    OPERATOR-REG-RECORD - one row per operator in the OPERREG
      *    operator authority register, keyed by the operator ID
      *    typed on CASETRAN, QUARTRAN and ACKTRAN transactions and
      *    on the BASELINE-MGR PARM. Each authority flag is 'Y' when
      *    the operator may perform that function; a suspended
      *    operator keeps the row (and so the history of who they
      *    were) but is refused everything. CASE-MAINT, QUAR-MAINT,
      *    ALERT-ACK and BASELINE-MGR all ask OPER-AUTH before they
      *    act, so an ID nobody registered no longer changes
      *    anything. Rows are maintained only through OPER-MAINT,
      *    which audits every change and accepts it only from an
      *    operator holding the operator administration authority.
       01  OPERATOR-REG-RECORD.
           05  OPER-ID                 PIC X(08).
           05  OPER-NAME               PIC X(30).
           05  OPER-STATUS             PIC X(01).
               88  OPER-ACTIVE             VALUE 'A'.
               88  OPER-SUSPENDED          VALUE 'S'.
           05  OPER-AUTHORITIES.
               10  OPER-MAY-MAINTAIN-CASES PIC X(01).
               10  OPER-MAY-QUARANTINE     PIC X(01).
               10  OPER-MAY-ACKNOWLEDGE    PIC X(01).
               10  OPER-MAY-PROMOTE        PIC X(01).
               10  OPER-MAY-ROLL-BACK      PIC X(01).
               10  OPER-MAY-ADMINISTER     PIC X(01).
           05  OPER-LAST-CHANGE-DATE   PIC 9(08).
           05  OPER-CHANGED-BY         PIC X(08).
